      *
      *    COPY PGFOPR
      *    CARREGA O CONTROLE DAS PARCELAS ENVIADAS AO BANCO (COPY
      *    PGFOVL) DO ARQUIVO "ARQPGFO.DAT", LOCALIZA A LINHA MAIS
      *    RECENTE DE UMA PARCELA E REGRAVA O ARQUIVO A PARTIR DA
      *    TABELA (QUEM REGRAVA DEVE ESTAR DE POSSE DA TRAVA DE REDE
      *    "ARQPGFO.LIV"/"ARQPGFO.LCK" E TER RELIDO O ARQUIVO).
       CARREGA-PGFO.
           MOVE 0 TO QTD-PGFO-WS DESCARTADOS-PGF-77 MAIOR-NSA-PGF-WS
           MOVE "N" TO FIM-PGF-WS
           OPEN INPUT ARQ-PGF
           IF ESTADO-PGF NOT = ZEROS
               GO TO CARREGA-PGFO-EXIT.
           PERFORM LE-PGFO THRU LE-PGFO-EXIT UNTIL ACABOU-PGF
           CLOSE ARQ-PGF.
       CARREGA-PGFO-EXIT.
           EXIT.
      *
       LE-PGFO.
           READ ARQ-PGF AT END MOVE "S" TO FIM-PGF-WS END-READ
           IF ACABOU-PGF GO TO LE-PGFO-EXIT.
           IF NSA-PGF-TX > MAIOR-NSA-PGF-WS
               MOVE NSA-PGF-TX TO MAIOR-NSA-PGF-WS.
           IF QTD-PGFO-WS NOT < 5000
               ADD 1 TO DESCARTADOS-PGF-77
               GO TO LE-PGFO-EXIT.
           ADD 1 TO QTD-PGFO-WS
           MOVE REGPGF-TX TO TAB-PGFO-ITEM (QTD-PGFO-WS).
       LE-PGFO-EXIT.
           EXIT.
      *
      *    LINHA MAIS RECENTE DA PARCELA (ZEROS = NUNCA ENVIADA)
       ACHA-PGFO.
           MOVE ZEROS TO IDX-ACHADO-PGF-WS
           PERFORM CONFERE-LINHA-PGFO
               VARYING IDX-PGF-WS FROM 1 BY 1
               UNTIL IDX-PGF-WS > QTD-PGFO-WS.
      *
       CONFERE-LINHA-PGFO.
           IF FILIAL-TAB-PGF-WS (IDX-PGF-WS) = FILIAL-BUSCA-PGF-WS
               AND FORN-TAB-PGF-WS (IDX-PGF-WS) = FORN-BUSCA-PGF-WS
               AND NUMERO-TAB-PGF-WS (IDX-PGF-WS) = NUMERO-BUSCA-PGF-WS
               AND PARCELA-TAB-PGF-WS (IDX-PGF-WS)
                   = PARCELA-BUSCA-PGF-WS
               MOVE IDX-PGF-WS TO IDX-ACHADO-PGF-WS.
      *
      *    REGRAVA O CONTROLE POR INTEIRO A PARTIR DA TABELA
       GRAVA-PGFO.
           OPEN OUTPUT ARQ-PGF
           PERFORM GRAVA-LINHA-PGFO
               VARYING IDX-PGF-WS FROM 1 BY 1
               UNTIL IDX-PGF-WS > QTD-PGFO-WS
           CLOSE ARQ-PGF.
      *
       GRAVA-LINHA-PGFO.
           MOVE TAB-PGFO-ITEM (IDX-PGF-WS) TO REGPGF-TX
           WRITE REGPGF-TX.
