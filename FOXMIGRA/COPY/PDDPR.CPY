      *
      *    COPY PDDPR
      *    CARREGA A TABELA DE PERCENTUAIS DA PDD (COPY PDDVL) DO
      *    CADASTRO "ARQPDD.DAT", RESOLVE UM ATRASO PARA A FAIXA NA
      *    TABELA E REGRAVA O CADASTRO POR INTEIRO.
       CARREGA-PDD.
           MOVE 0 TO QTD-PDD-WS
           MOVE "N" TO FIM-PDD-WS
           OPEN INPUT ARQ-PDD
           IF ESTADO-PDD NOT = ZEROS
               GO TO CARREGA-PDD-EXIT.
           PERFORM LE-PDD THRU LE-PDD-EXIT UNTIL ACABOU-PDD
           CLOSE ARQ-PDD.
       CARREGA-PDD-EXIT.
           EXIT.
      *
       LE-PDD.
           READ ARQ-PDD AT END MOVE "S" TO FIM-PDD-WS END-READ
           IF ACABOU-PDD GO TO LE-PDD-EXIT.
           IF QTD-PDD-WS < 20
               ADD 1 TO QTD-PDD-WS
               MOVE DIAS-PDD-TX  TO DIAS-TAB-PDD-WS  (QTD-PDD-WS)
               MOVE PERC-PDD-TX  TO PERC-TAB-PDD-WS  (QTD-PDD-WS)
               MOVE DESCR-PDD-TX TO DESCR-TAB-PDD-WS (QTD-PDD-WS).
       LE-PDD-EXIT.
           EXIT.
      *
      *    RESOLVE ATRASO-BUSCA-PDD-WS PARA A PRIMEIRA FAIXA CUJO
      *    LIMITE COBRE O ATRASO; ACIMA DO MAIOR LIMITE, A ULTIMA
       ACHA-FAIXA-PDD.
           PERFORM VARYING IDX-PDD-WS FROM 1 BY 1
               UNTIL IDX-PDD-WS > QTD-PDD-WS
               OR DIAS-TAB-PDD-WS (IDX-PDD-WS) NOT < ATRASO-BUSCA-PDD-WS
           END-PERFORM
           IF IDX-PDD-WS > QTD-PDD-WS
               MOVE QTD-PDD-WS TO IDX-ACHADO-PDD-WS
           ELSE
               MOVE IDX-PDD-WS TO IDX-ACHADO-PDD-WS.
      *
      *    REGRAVA O CADASTRO POR INTEIRO A PARTIR DA TABELA
       GRAVA-PDD.
           OPEN OUTPUT ARQ-PDD
           PERFORM GRAVA-LINHA-PDD
               VARYING IDX-PDD-WS FROM 1 BY 1
               UNTIL IDX-PDD-WS > QTD-PDD-WS
           CLOSE ARQ-PDD.
      *
       GRAVA-LINHA-PDD.
           MOVE DIAS-TAB-PDD-WS  (IDX-PDD-WS) TO DIAS-PDD-TX
           MOVE PERC-TAB-PDD-WS  (IDX-PDD-WS) TO PERC-PDD-TX
           MOVE DESCR-TAB-PDD-WS (IDX-PDD-WS) TO DESCR-PDD-TX
           WRITE REGPDD-TX.
