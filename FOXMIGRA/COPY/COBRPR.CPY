      *
      *    COPY COBRPR
      *    CARREGA A TABELA DE COBRADORES POR REGIAO (COPY COBRVL) DO
      *    CADASTRO "ARQCOBR.DAT", RESOLVE UMA REGIAO PARA O INDICE
      *    NA TABELA E REGRAVA O CADASTRO POR INTEIRO.
       CARREGA-COBRADOR.
           MOVE 0 TO QTD-COBR-WS
           MOVE "N" TO FIM-COB-WS
           OPEN INPUT ARQ-COB
           IF ESTADO-COB NOT = ZEROS
               GO TO CARREGA-COBRADOR-EXIT.
           PERFORM LE-COBRADOR THRU LE-COBRADOR-EXIT UNTIL ACABOU-COB
           CLOSE ARQ-COB.
       CARREGA-COBRADOR-EXIT.
           EXIT.
      *
       LE-COBRADOR.
           READ ARQ-COB AT END MOVE "S" TO FIM-COB-WS END-READ
           IF ACABOU-COB GO TO LE-COBRADOR-EXIT.
           IF QTD-COBR-WS < 300
               ADD 1 TO QTD-COBR-WS
               MOVE REGIAO-COB-TX TO REGIAO-TAB-COB-WS (QTD-COBR-WS)
               MOVE COBRADOR-COB-TX
                   TO COBRADOR-TAB-COB-WS (QTD-COBR-WS)
               MOVE NOME-COB-TX   TO NOME-TAB-COB-WS   (QTD-COBR-WS).
       LE-COBRADOR-EXIT.
           EXIT.
      *
      *    RESOLVE REGIAO-BUSCA-COB-WS PARA O INDICE NA TABELA
      *    (ZEROS = REGIAO SEM COBRADOR CADASTRADO)
       ACHA-COBRADOR.
           MOVE ZEROS TO IDX-ACHADO-COB-WS
           PERFORM VARYING IDX-COB-WS FROM 1 BY 1
               UNTIL IDX-COB-WS > QTD-COBR-WS
               OR REGIAO-TAB-COB-WS (IDX-COB-WS) = REGIAO-BUSCA-COB-WS
           END-PERFORM
           IF IDX-COB-WS NOT > QTD-COBR-WS
               MOVE IDX-COB-WS TO IDX-ACHADO-COB-WS.
      *
      *    REGRAVA O CADASTRO POR INTEIRO A PARTIR DA TABELA
       GRAVA-COBRADOR.
           OPEN OUTPUT ARQ-COB
           PERFORM GRAVA-LINHA-COBRADOR
               VARYING IDX-COB-WS FROM 1 BY 1
               UNTIL IDX-COB-WS > QTD-COBR-WS
           CLOSE ARQ-COB.
      *
       GRAVA-LINHA-COBRADOR.
           MOVE REGIAO-TAB-COB-WS   (IDX-COB-WS) TO REGIAO-COB-TX
           MOVE COBRADOR-TAB-COB-WS (IDX-COB-WS) TO COBRADOR-COB-TX
           MOVE NOME-TAB-COB-WS     (IDX-COB-WS) TO NOME-COB-TX
           WRITE REGCOB-TX.
