      *
      *    COPY ORCAPR
      *    CARREGA A TABELA DO ORCAMENTO (COPY ORCAVL) DO CADASTRO
      *    "ARQORCA.DAT", RESOLVE CONTA/CENTRO/ANO/MES PARA O INDICE
      *    NA TABELA E REGRAVA O CADASTRO POR INTEIRO.
       CARREGA-ORCA.
           MOVE 0 TO QTD-ORCA-WS
           MOVE "N" TO FIM-ORC-WS
           OPEN INPUT ARQ-ORC
           IF ESTADO-ORC NOT = ZEROS
               GO TO CARREGA-ORCA-EXIT.
           PERFORM LE-ORCA THRU LE-ORCA-EXIT UNTIL ACABOU-ORC
           CLOSE ARQ-ORC.
       CARREGA-ORCA-EXIT.
           EXIT.
      *
       LE-ORCA.
           READ ARQ-ORC AT END MOVE "S" TO FIM-ORC-WS END-READ
           IF ACABOU-ORC GO TO LE-ORCA-EXIT.
           IF QTD-ORCA-WS < 4000
               ADD 1 TO QTD-ORCA-WS
               MOVE CONTA-ORC-TX TO CONTA-TAB-ORC-WS (QTD-ORCA-WS)
               MOVE CUSTO-ORC-TX TO CUSTO-TAB-ORC-WS (QTD-ORCA-WS)
               MOVE ANO-ORC-TX   TO ANO-TAB-ORC-WS   (QTD-ORCA-WS)
               MOVE MES-ORC-TX   TO MES-TAB-ORC-WS   (QTD-ORCA-WS)
               MOVE VALOR-ORC-TX TO VALOR-TAB-ORC-WS (QTD-ORCA-WS).
       LE-ORCA-EXIT.
           EXIT.
      *
      *    RESOLVE CONTA/CENTRO/ANO/MES PARA O INDICE NA TABELA
      *    (ZEROS = LINHA NAO CADASTRADA)
       ACHA-ORCA.
           MOVE ZEROS TO IDX-ACHADO-ORC-WS
           PERFORM VARYING IDX-ORC-WS FROM 1 BY 1
               UNTIL IDX-ORC-WS > QTD-ORCA-WS
               OR (CONTA-TAB-ORC-WS (IDX-ORC-WS) = CONTA-BUSCA-ORC-WS
               AND CUSTO-TAB-ORC-WS (IDX-ORC-WS) = CUSTO-BUSCA-ORC-WS
               AND ANO-TAB-ORC-WS (IDX-ORC-WS) = ANO-BUSCA-ORC-WS
               AND MES-TAB-ORC-WS (IDX-ORC-WS) = MES-BUSCA-ORC-WS)
           END-PERFORM
           IF IDX-ORC-WS NOT > QTD-ORCA-WS
               MOVE IDX-ORC-WS TO IDX-ACHADO-ORC-WS.
      *
      *    REGRAVA O CADASTRO POR INTEIRO A PARTIR DA TABELA
       GRAVA-ORCA.
           OPEN OUTPUT ARQ-ORC
           PERFORM GRAVA-LINHA-ORCA
               VARYING IDX-ORC-WS FROM 1 BY 1
               UNTIL IDX-ORC-WS > QTD-ORCA-WS
           CLOSE ARQ-ORC.
      *
       GRAVA-LINHA-ORCA.
           MOVE CONTA-TAB-ORC-WS (IDX-ORC-WS) TO CONTA-ORC-TX
           MOVE CUSTO-TAB-ORC-WS (IDX-ORC-WS) TO CUSTO-ORC-TX
           MOVE ANO-TAB-ORC-WS (IDX-ORC-WS)   TO ANO-ORC-TX
           MOVE MES-TAB-ORC-WS (IDX-ORC-WS)   TO MES-ORC-TX
           MOVE VALOR-TAB-ORC-WS (IDX-ORC-WS) TO VALOR-ORC-TX
           WRITE REGORC-TX.
