      *
      *    COPY FORCPR
      *    CARREGA A TABELA DO CADASTRO COMPLEMENTAR DE FORNECEDORES
      *    (COPY FORCVL) DO ARQUIVO "ARQFORC.DAT" E LOCALIZA UM
      *    FORNECEDOR PELO CODIGO. SEM O ARQUIVO A TABELA FICA VAZIA.
       CARREGA-FORC.
           MOVE 0 TO QTD-FORC-WS
           MOVE "N" TO FIM-FORC-WS
           OPEN INPUT ARQ-FORC
           IF ESTADO-FORC NOT = ZEROS
               GO TO CARREGA-FORC-EXIT.
           PERFORM LE-FORC THRU LE-FORC-EXIT UNTIL ACABOU-FORC
           CLOSE ARQ-FORC.
       CARREGA-FORC-EXIT.
           EXIT.
      *
       LE-FORC.
           READ ARQ-FORC AT END MOVE "S" TO FIM-FORC-WS END-READ
           IF ACABOU-FORC GO TO LE-FORC-EXIT.
           IF QTD-FORC-WS < 2000
               ADD 1 TO QTD-FORC-WS
               MOVE REGFORC-TX TO TAB-FORC-ITEM (QTD-FORC-WS).
       LE-FORC-EXIT.
           EXIT.
      *
      *    LOCALIZA FORN-BUSCA-FORC-WS (ZEROS = SEM CADASTRO
      *    COMPLEMENTAR)
       ACHA-FORC.
           MOVE ZEROS TO IDX-ACHADO-FORC-WS
           PERFORM VARYING IDX-FORC-WS FROM 1 BY 1
               UNTIL IDX-FORC-WS > QTD-FORC-WS
               OR COD-TAB-FORC-WS (IDX-FORC-WS) = FORN-BUSCA-FORC-WS
           END-PERFORM
           IF IDX-FORC-WS NOT > QTD-FORC-WS
               MOVE IDX-FORC-WS TO IDX-ACHADO-FORC-WS.
