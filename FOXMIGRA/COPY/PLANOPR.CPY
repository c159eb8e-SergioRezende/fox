      *
      *    COPY PLANOPR
      *    CARREGA A TABELA DO PLANO DE CONTAS (COPY PLANOVL) DO
      *    CADASTRO "ARQPLANO.DAT", RESOLVE A CONTA PARA O INDICE NA
      *    TABELA E REGRAVA O CADASTRO POR INTEIRO.
       CARREGA-PLANO.
           MOVE 0 TO QTD-PLANO-WS
           MOVE "N" TO FIM-PLA-WS
           OPEN INPUT ARQ-PLA
           IF ESTADO-PLA NOT = ZEROS
               GO TO CARREGA-PLANO-EXIT.
           PERFORM LE-PLANO THRU LE-PLANO-EXIT UNTIL ACABOU-PLA
           CLOSE ARQ-PLA.
       CARREGA-PLANO-EXIT.
           EXIT.
      *
       LE-PLANO.
           READ ARQ-PLA AT END MOVE "S" TO FIM-PLA-WS END-READ
           IF ACABOU-PLA GO TO LE-PLANO-EXIT.
           IF QTD-PLANO-WS < 2000
               ADD 1 TO QTD-PLANO-WS
               MOVE CONTA-PLA-TX    TO CONTA-TAB-PLA-WS (QTD-PLANO-WS)
               MOVE DIGITO-PLA-TX   TO DIGITO-TAB-PLA-WS (QTD-PLANO-WS)
               MOVE NOME-PLA-TX     TO NOME-TAB-PLA-WS (QTD-PLANO-WS)
               MOVE NATUREZA-PLA-TX
                   TO NATUREZA-TAB-PLA-WS (QTD-PLANO-WS)
               MOVE TIPO-PLA-TX     TO TIPO-TAB-PLA-WS (QTD-PLANO-WS)
               MOVE SUPERIOR-PLA-TX
                   TO SUPERIOR-TAB-PLA-WS (QTD-PLANO-WS).
       LE-PLANO-EXIT.
           EXIT.
      *
      *    RESOLVE A CONTA PARA O INDICE NA TABELA (ZEROS = CONTA
      *    FORA DO PLANO)
       ACHA-PLANO.
           MOVE ZEROS TO IDX-ACHADO-PLA-WS
           PERFORM VARYING IDX-PLA-WS FROM 1 BY 1
               UNTIL IDX-PLA-WS > QTD-PLANO-WS
               OR CONTA-TAB-PLA-WS (IDX-PLA-WS) = CONTA-BUSCA-PLA-WS
           END-PERFORM
           IF IDX-PLA-WS NOT > QTD-PLANO-WS
               MOVE IDX-PLA-WS TO IDX-ACHADO-PLA-WS.
      *
      *    REGRAVA O CADASTRO POR INTEIRO A PARTIR DA TABELA
       GRAVA-PLANO.
           OPEN OUTPUT ARQ-PLA
           PERFORM GRAVA-LINHA-PLANO
               VARYING IDX-PLA-WS FROM 1 BY 1
               UNTIL IDX-PLA-WS > QTD-PLANO-WS
           CLOSE ARQ-PLA.
      *
       GRAVA-LINHA-PLANO.
           MOVE CONTA-TAB-PLA-WS (IDX-PLA-WS)    TO CONTA-PLA-TX
           MOVE DIGITO-TAB-PLA-WS (IDX-PLA-WS)   TO DIGITO-PLA-TX
           MOVE NOME-TAB-PLA-WS (IDX-PLA-WS)     TO NOME-PLA-TX
           MOVE NATUREZA-TAB-PLA-WS (IDX-PLA-WS) TO NATUREZA-PLA-TX
           MOVE TIPO-TAB-PLA-WS (IDX-PLA-WS)     TO TIPO-PLA-TX
           MOVE SUPERIOR-TAB-PLA-WS (IDX-PLA-WS) TO SUPERIOR-PLA-TX
           WRITE REGPLA-TX.
