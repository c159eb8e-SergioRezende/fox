      *
      *    COPY PGTOPR
      *    CARREGA OS PAGAMENTOS DA FILIAL FILIAL-BUSCA-PGT-WS (COPY
      *    PGTOVL) DO ARQUIVO "ARQPGTO.DAT", SOMANDO OS LANCAMENTOS
      *    DA MESMA PARCELA, E RESOLVE A PARCELA PARA O INDICE.
       CARREGA-PGTO.
           MOVE 0 TO QTD-PGTO-WS DESCARTADOS-PGT-77
           MOVE "N" TO FIM-PGT-WS
           OPEN INPUT ARQ-PGT
           IF ESTADO-PGT NOT = ZEROS
               GO TO CARREGA-PGTO-EXIT.
           PERFORM LE-PGTO THRU LE-PGTO-EXIT UNTIL ACABOU-PGT
           CLOSE ARQ-PGT.
       CARREGA-PGTO-EXIT.
           EXIT.
      *
       LE-PGTO.
           READ ARQ-PGT AT END MOVE "S" TO FIM-PGT-WS END-READ
           IF ACABOU-PGT GO TO LE-PGTO-EXIT.
           IF FILIAL-PGT-TX NOT = FILIAL-BUSCA-PGT-WS
               GO TO LE-PGTO-EXIT.
           MOVE FORN-PGT-TX    TO FORN-BUSCA-PGT-WS
           MOVE NUMERO-PGT-TX  TO NUMERO-BUSCA-PGT-WS
           MOVE PARCELA-PGT-TX TO PARCELA-BUSCA-PGT-WS
           PERFORM ACUMULA-PGTO THRU ACUMULA-PGTO-EXIT.
       LE-PGTO-EXIT.
           EXIT.
      *
      *    SOMA O LANCAMENTO CORRENTE (REGPGT-TX) NA LINHA DA PARCELA,
      *    ABRINDO A LINHA NA PRIMEIRA VEZ
       ACUMULA-PGTO.
           PERFORM ACHA-PGTO
           IF IDX-ACHADO-PGT-WS = ZEROS
               IF QTD-PGTO-WS NOT < 3000
                   ADD 1 TO DESCARTADOS-PGT-77
                   GO TO ACUMULA-PGTO-EXIT
               END-IF
               ADD 1 TO QTD-PGTO-WS
               MOVE QTD-PGTO-WS TO IDX-ACHADO-PGT-WS
               MOVE FORN-PGT-TX TO FORN-TAB-PGT-WS (QTD-PGTO-WS)
               MOVE NUMERO-PGT-TX TO NUMERO-TAB-PGT-WS (QTD-PGTO-WS)
               MOVE PARCELA-PGT-TX TO PARCELA-TAB-PGT-WS (QTD-PGTO-WS)
               MOVE 0 TO VALOR-TAB-PGT-WS (QTD-PGTO-WS)
               MOVE 0 TO JUROS-TAB-PGT-WS (QTD-PGTO-WS)
               MOVE 0 TO DESCONTO-TAB-PGT-WS (QTD-PGTO-WS)
               MOVE 0 TO ULT-DATA-TAB-PGT-WS (QTD-PGTO-WS)
               MOVE "N" TO USADO-TAB-PGT-WS (QTD-PGTO-WS).
           ADD VALOR-PGT-TX TO VALOR-TAB-PGT-WS (IDX-ACHADO-PGT-WS)
           ADD JUROS-PGT-TX TO JUROS-TAB-PGT-WS (IDX-ACHADO-PGT-WS)
           ADD DESCONTO-PGT-TX
               TO DESCONTO-TAB-PGT-WS (IDX-ACHADO-PGT-WS)
           IF DATA-PGT-TX > ULT-DATA-TAB-PGT-WS (IDX-ACHADO-PGT-WS)
               MOVE DATA-PGT-TX
                   TO ULT-DATA-TAB-PGT-WS (IDX-ACHADO-PGT-WS).
       ACUMULA-PGTO-EXIT.
           EXIT.
      *
      *    RESOLVE FORNECEDOR/NOTA/PARCELA PARA O INDICE NA TABELA
      *    (ZEROS = PARCELA SEM PAGAMENTO LANCADO)
       ACHA-PGTO.
           MOVE ZEROS TO IDX-ACHADO-PGT-WS
           PERFORM VARYING IDX-PGT-WS FROM 1 BY 1
               UNTIL IDX-PGT-WS > QTD-PGTO-WS
               OR (FORN-TAB-PGT-WS (IDX-PGT-WS) = FORN-BUSCA-PGT-WS
               AND NUMERO-TAB-PGT-WS (IDX-PGT-WS)
                   = NUMERO-BUSCA-PGT-WS
               AND PARCELA-TAB-PGT-WS (IDX-PGT-WS)
                   = PARCELA-BUSCA-PGT-WS)
           END-PERFORM
           IF IDX-PGT-WS NOT > QTD-PGTO-WS
               MOVE IDX-PGT-WS TO IDX-ACHADO-PGT-WS.
