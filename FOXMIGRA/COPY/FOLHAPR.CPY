      *
      *    COPY FOLHAPR
      *    CARREGA O CONTROLE DE FOLHAS DE COBRANCA (COPY FOLHAVL) DO
      *    ARQUIVO "CONVFOLH.DAT", LOCALIZA UMA FOLHA, DA O PROXIMO
      *    NUMERO DA FILIAL E REGRAVA O CONTROLE. SEM O ARQUIVO O
      *    CONTROLE COMECA VAZIO.
       CARREGA-FOLHA.
           MOVE 0 TO QTD-FOL-WS FORA-FOL-WS
           MOVE "N" TO FIM-FOL-WS
           OPEN INPUT ARQ-FOL
           IF ESTADO-FOL NOT = ZEROS
               GO TO CARREGA-FOLHA-EXIT.
           PERFORM LE-FOLHA THRU LE-FOLHA-EXIT UNTIL ACABOU-FOL
           CLOSE ARQ-FOL.
       CARREGA-FOLHA-EXIT.
           EXIT.
      *
       LE-FOLHA.
           READ ARQ-FOL AT END MOVE "S" TO FIM-FOL-WS END-READ
           IF ACABOU-FOL GO TO LE-FOLHA-EXIT.
           IF QTD-FOL-WS NOT < 2000
               ADD 1 TO FORA-FOL-WS
               GO TO LE-FOLHA-EXIT.
           ADD 1 TO QTD-FOL-WS
           MOVE FILIAL-FOL-TX   TO FILIAL-TAB-FOL-WS   (QTD-FOL-WS)
           MOVE NUMERO-FOL-TX   TO NUMERO-TAB-FOL-WS   (QTD-FOL-WS)
           MOVE COBRADOR-FOL-TX TO COBRADOR-TAB-FOL-WS (QTD-FOL-WS)
           MOVE NOME-FOL-TX     TO NOME-TAB-FOL-WS     (QTD-FOL-WS)
           MOVE DATA-COB-FOL-TX TO DATA-COB-TAB-FOL-WS (QTD-FOL-WS)
           MOVE EMISSAO-FOL-TX  TO EMISSAO-TAB-FOL-WS  (QTD-FOL-WS)
           MOVE QTD-FOL-TX      TO QTD-TAB-FOL-WS      (QTD-FOL-WS)
           MOVE TOTAL-FOL-TX    TO TOTAL-TAB-FOL-WS    (QTD-FOL-WS)
           MOVE OPERADOR-FOL-TX TO OPERADOR-TAB-FOL-WS (QTD-FOL-WS)
           MOVE SITUACAO-FOL-TX TO SIT-TAB-FOL-WS      (QTD-FOL-WS)
           MOVE DEVOL-FOL-TX    TO DEVOL-TAB-FOL-WS    (QTD-FOL-WS)
           MOVE OPER-DEV-FOL-TX TO OPER-DEV-TAB-FOL-WS (QTD-FOL-WS).
       LE-FOLHA-EXIT.
           EXIT.
      *
      *    RESOLVE FILIAL-BUSCA-FOL-WS + NUMERO-BUSCA-FOL-WS PARA O
      *    INDICE NA TABELA (ZEROS = FOLHA NAO EMITIDA)
       ACHA-FOLHA.
           MOVE ZEROS TO IDX-ACHADO-FOL-WS
           PERFORM VARYING IDX-FOL-WS FROM 1 BY 1
               UNTIL IDX-FOL-WS > QTD-FOL-WS
               OR (FILIAL-TAB-FOL-WS (IDX-FOL-WS) = FILIAL-BUSCA-FOL-WS
               AND NUMERO-TAB-FOL-WS (IDX-FOL-WS) = NUMERO-BUSCA-FOL-WS)
           END-PERFORM
           IF IDX-FOL-WS NOT > QTD-FOL-WS
               MOVE IDX-FOL-WS TO IDX-ACHADO-FOL-WS.
      *
      *    PROXIMO NUMERO DE FOLHA DA FILIAL FILIAL-BUSCA-FOL-WS (O
      *    MAIOR JA EMITIDO MAIS UM)
       PROXIMA-FOLHA.
           MOVE ZEROS TO PROX-NUMERO-FOL-WS
           PERFORM COMPARA-NUMERO-FOLHA
               VARYING IDX-FOL-WS FROM 1 BY 1
               UNTIL IDX-FOL-WS > QTD-FOL-WS
           ADD 1 TO PROX-NUMERO-FOL-WS.
      *
       COMPARA-NUMERO-FOLHA.
           IF FILIAL-TAB-FOL-WS (IDX-FOL-WS) = FILIAL-BUSCA-FOL-WS
               AND NUMERO-TAB-FOL-WS (IDX-FOL-WS) > PROX-NUMERO-FOL-WS
               MOVE NUMERO-TAB-FOL-WS (IDX-FOL-WS)
                   TO PROX-NUMERO-FOL-WS.
      *
      *    REGRAVA O CONTROLE POR INTEIRO; FOLHA DEVOLVIDA HA MAIS DE
      *    UM ANO FICA DE FORA
       GRAVA-FOLHA.
           ACCEPT HOJE-FOL-WS FROM DATE YYYYMMDD
           COMPUTE CORTE-FOL-WS = HOJE-FOL-WS - 10000
           OPEN OUTPUT ARQ-FOL
           PERFORM GRAVA-LINHA-FOLHA
               VARYING IDX-FOL-WS FROM 1 BY 1
               UNTIL IDX-FOL-WS > QTD-FOL-WS
           CLOSE ARQ-FOL.
      *
       GRAVA-LINHA-FOLHA.
           IF NOT FOLHA-DEVOLVIDA (IDX-FOL-WS)
               OR DEVOL-TAB-FOL-WS (IDX-FOL-WS) NOT < CORTE-FOL-WS
               MOVE FILIAL-TAB-FOL-WS   (IDX-FOL-WS) TO FILIAL-FOL-TX
               MOVE NUMERO-TAB-FOL-WS   (IDX-FOL-WS) TO NUMERO-FOL-TX
               MOVE COBRADOR-TAB-FOL-WS (IDX-FOL-WS)
                   TO COBRADOR-FOL-TX
               MOVE NOME-TAB-FOL-WS     (IDX-FOL-WS) TO NOME-FOL-TX
               MOVE DATA-COB-TAB-FOL-WS (IDX-FOL-WS)
                   TO DATA-COB-FOL-TX
               MOVE EMISSAO-TAB-FOL-WS  (IDX-FOL-WS) TO EMISSAO-FOL-TX
               MOVE QTD-TAB-FOL-WS      (IDX-FOL-WS) TO QTD-FOL-TX
               MOVE TOTAL-TAB-FOL-WS    (IDX-FOL-WS) TO TOTAL-FOL-TX
               MOVE OPERADOR-TAB-FOL-WS (IDX-FOL-WS)
                   TO OPERADOR-FOL-TX
               MOVE SIT-TAB-FOL-WS      (IDX-FOL-WS)
                   TO SITUACAO-FOL-TX
               MOVE DEVOL-TAB-FOL-WS    (IDX-FOL-WS) TO DEVOL-FOL-TX
               MOVE OPER-DEV-TAB-FOL-WS (IDX-FOL-WS)
                   TO OPER-DEV-FOL-TX
               WRITE REGFOL-TX.
