      *
      *    COPY PEDIDPR
      *    CARREGA A TABELA DE PEDIDOS DE COMPRA (COPY PEDIDVL) DO
      *    CADASTRO "ARQPEDID.DAT", RESOLVE PEDIDO/ITEM PARA O INDICE
      *    NA TABELA E REGRAVA O CADASTRO POR INTEIRO.
       CARREGA-PEDIDO.
           MOVE 0 TO QTD-PEDIDO-WS
           MOVE "N" TO FIM-PED-WS
           OPEN INPUT ARQ-PED
           IF ESTADO-PED NOT = ZEROS
               GO TO CARREGA-PEDIDO-EXIT.
           PERFORM LE-PEDIDO THRU LE-PEDIDO-EXIT UNTIL ACABOU-PED
           CLOSE ARQ-PED.
       CARREGA-PEDIDO-EXIT.
           EXIT.
      *
       LE-PEDIDO.
           READ ARQ-PED AT END MOVE "S" TO FIM-PED-WS END-READ
           IF ACABOU-PED GO TO LE-PEDIDO-EXIT.
           IF QTD-PEDIDO-WS < 1000
               ADD 1 TO QTD-PEDIDO-WS
               MOVE NUMERO-PED-TX   TO NUMERO-TAB-PED-WS (QTD-PEDIDO-WS)
               MOVE FILIAL-PED-TX   TO FILIAL-TAB-PED-WS (QTD-PEDIDO-WS)
               MOVE FORN-PED-TX     TO FORN-TAB-PED-WS   (QTD-PEDIDO-WS)
               MOVE CODIGO-PED-TX   TO CODIGO-TAB-PED-WS (QTD-PEDIDO-WS)
               MOVE QTD-PED-TX      TO QTD-TAB-PED-WS    (QTD-PEDIDO-WS)
               MOVE PRECO-PED-TX    TO PRECO-TAB-PED-WS  (QTD-PEDIDO-WS)
               MOVE PREVISTO-PED-TX
                   TO PREVISTO-TAB-PED-WS (QTD-PEDIDO-WS)
               MOVE SITUACAO-PED-TX
                   TO SITUACAO-TAB-PED-WS (QTD-PEDIDO-WS)
               MOVE ZEROS TO RECEB-TAB-PED-WS (QTD-PEDIDO-WS).
       LE-PEDIDO-EXIT.
           EXIT.
      *
      *    RESOLVE PEDIDO/ITEM PARA O INDICE NA TABELA (ZEROS = ITEM
      *    FORA DO PEDIDO OU PEDIDO NAO CADASTRADO)
       ACHA-PEDIDO.
           MOVE ZEROS TO IDX-ACHADO-PED-WS
           PERFORM VARYING IDX-PED-WS FROM 1 BY 1
               UNTIL IDX-PED-WS > QTD-PEDIDO-WS
               OR (NUMERO-TAB-PED-WS (IDX-PED-WS)
                   = NUMERO-BUSCA-PED-WS
               AND CODIGO-TAB-PED-WS (IDX-PED-WS)
                   = CODIGO-BUSCA-PED-WS)
           END-PERFORM
           IF IDX-PED-WS NOT > QTD-PEDIDO-WS
               MOVE IDX-PED-WS TO IDX-ACHADO-PED-WS.
      *
      *    RESOLVE SO O NUMERO DO PEDIDO (PRIMEIRA LINHA DELE)
       ACHA-NUM-PEDIDO.
           MOVE ZEROS TO IDX-ACHADO-PED-WS
           PERFORM VARYING IDX-PED-WS FROM 1 BY 1
               UNTIL IDX-PED-WS > QTD-PEDIDO-WS
               OR NUMERO-TAB-PED-WS (IDX-PED-WS) = NUMERO-BUSCA-PED-WS
           END-PERFORM
           IF IDX-PED-WS NOT > QTD-PEDIDO-WS
               MOVE IDX-PED-WS TO IDX-ACHADO-PED-WS.
      *
      *    REGRAVA O CADASTRO POR INTEIRO A PARTIR DA TABELA
       GRAVA-PEDIDO.
           OPEN OUTPUT ARQ-PED
           PERFORM GRAVA-LINHA-PEDIDO
               VARYING IDX-PED-WS FROM 1 BY 1
               UNTIL IDX-PED-WS > QTD-PEDIDO-WS
           CLOSE ARQ-PED.
      *
       GRAVA-LINHA-PEDIDO.
           MOVE NUMERO-TAB-PED-WS (IDX-PED-WS)   TO NUMERO-PED-TX
           MOVE FILIAL-TAB-PED-WS (IDX-PED-WS)   TO FILIAL-PED-TX
           MOVE FORN-TAB-PED-WS (IDX-PED-WS)     TO FORN-PED-TX
           MOVE CODIGO-TAB-PED-WS (IDX-PED-WS)   TO CODIGO-PED-TX
           MOVE QTD-TAB-PED-WS (IDX-PED-WS)      TO QTD-PED-TX
           MOVE PRECO-TAB-PED-WS (IDX-PED-WS)    TO PRECO-PED-TX
           MOVE PREVISTO-TAB-PED-WS (IDX-PED-WS) TO PREVISTO-PED-TX
           MOVE SITUACAO-TAB-PED-WS (IDX-PED-WS) TO SITUACAO-PED-TX
           WRITE REGPED-TX.
