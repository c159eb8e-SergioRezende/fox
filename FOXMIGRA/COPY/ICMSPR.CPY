      *
      *    COPY ICMSPR
      *    CARREGA A TABELA DE ALIQUOTAS DE ICMS (COPY ICMSVL) DO
      *    CADASTRO "ARQICMS.DAT", RESOLVE UF DE ORIGEM/DESTINO PARA
      *    O INDICE NA TABELA E REGRAVA O CADASTRO POR INTEIRO.
       CARREGA-ICMS.
           MOVE 0 TO QTD-ICMS-WS
           MOVE "N" TO FIM-ICM-WS
           OPEN INPUT ARQ-ICM
           IF ESTADO-ICM NOT = ZEROS
               GO TO CARREGA-ICMS-EXIT.
           PERFORM LE-ICMS THRU LE-ICMS-EXIT UNTIL ACABOU-ICM
           CLOSE ARQ-ICM.
       CARREGA-ICMS-EXIT.
           EXIT.
      *
       LE-ICMS.
           READ ARQ-ICM AT END MOVE "S" TO FIM-ICM-WS END-READ
           IF ACABOU-ICM GO TO LE-ICMS-EXIT.
           IF QTD-ICMS-WS < 800
               ADD 1 TO QTD-ICMS-WS
               MOVE UFORI-ICM-TX TO UFORI-TAB-ICM-WS (QTD-ICMS-WS)
               MOVE UFDES-ICM-TX TO UFDES-TAB-ICM-WS (QTD-ICMS-WS)
               MOVE ALIQ-ICM-TX  TO ALIQ-TAB-ICM-WS  (QTD-ICMS-WS).
       LE-ICMS-EXIT.
           EXIT.
      *
      *    RESOLVE UF DE ORIGEM/DESTINO PARA O INDICE NA TABELA
      *    (ZEROS = PAR SEM ALIQUOTA CADASTRADA)
       ACHA-ICMS.
           MOVE ZEROS TO IDX-ACHADO-ICM-WS
           PERFORM VARYING IDX-ICM-WS FROM 1 BY 1
               UNTIL IDX-ICM-WS > QTD-ICMS-WS
               OR (UFORI-TAB-ICM-WS (IDX-ICM-WS) = UFORI-BUSCA-ICM-WS
               AND UFDES-TAB-ICM-WS (IDX-ICM-WS) = UFDES-BUSCA-ICM-WS)
           END-PERFORM
           IF IDX-ICM-WS NOT > QTD-ICMS-WS
               MOVE IDX-ICM-WS TO IDX-ACHADO-ICM-WS.
      *
      *    REGRAVA O CADASTRO POR INTEIRO A PARTIR DA TABELA
       GRAVA-ICMS.
           OPEN OUTPUT ARQ-ICM
           PERFORM GRAVA-LINHA-ICMS
               VARYING IDX-ICM-WS FROM 1 BY 1
               UNTIL IDX-ICM-WS > QTD-ICMS-WS
           CLOSE ARQ-ICM.
      *
       GRAVA-LINHA-ICMS.
           MOVE UFORI-TAB-ICM-WS (IDX-ICM-WS) TO UFORI-ICM-TX
           MOVE UFDES-TAB-ICM-WS (IDX-ICM-WS) TO UFDES-ICM-TX
           MOVE ALIQ-TAB-ICM-WS  (IDX-ICM-WS) TO ALIQ-ICM-TX
           WRITE REGICM-TX.
