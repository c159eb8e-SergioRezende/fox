      *
      *    COPY NTDUPR
      *    CARREGA O CONTROLE DAS NOTAS DE ENTRADA SUSPEITAS DE
      *    DUPLICIDADE (COPY NTDUVL) DO ARQUIVO "ARQNTDU.DAT",
      *    LOCALIZA A LINHA DE UMA ENTRADA E REGRAVA O ARQUIVO A
      *    PARTIR DA TABELA (QUEM REGRAVA DEVE ESTAR DE POSSE DA
      *    TRAVA DE REDE "ARQNTDU.LIV"/"ARQNTDU.LCK" E TER RELIDO O
      *    ARQUIVO).
       CARREGA-NTDU.
           MOVE 0 TO QTD-NTDU-WS DESCARTADOS-NDU-77
           MOVE "N" TO FIM-NDU-WS
           OPEN INPUT ARQ-NDU
           IF ESTADO-NDU NOT = ZEROS
               GO TO CARREGA-NTDU-EXIT.
           PERFORM LE-NTDU THRU LE-NTDU-EXIT UNTIL ACABOU-NDU
           CLOSE ARQ-NDU.
       CARREGA-NTDU-EXIT.
           EXIT.
      *
       LE-NTDU.
           READ ARQ-NDU AT END MOVE "S" TO FIM-NDU-WS END-READ
           IF ACABOU-NDU GO TO LE-NTDU-EXIT.
           IF QTD-NTDU-WS NOT < 3000
               ADD 1 TO DESCARTADOS-NDU-77
               GO TO LE-NTDU-EXIT.
           ADD 1 TO QTD-NTDU-WS
           MOVE REGNDU-TX TO TAB-NTDU-ITEM (QTD-NTDU-WS).
       LE-NTDU-EXIT.
           EXIT.
      *
      *    LINHA DA ENTRADA NO CONTROLE (ZEROS = NUNCA APONTADA)
       ACHA-NTDU.
           MOVE ZEROS TO IDX-ACHADO-NDU-WS
           PERFORM CONFERE-LINHA-NTDU
               VARYING IDX-NDU-WS FROM 1 BY 1
               UNTIL IDX-NDU-WS > QTD-NTDU-WS.
      *
       CONFERE-LINHA-NTDU.
           IF FILIAL-TAB-NDU-WS (IDX-NDU-WS) = FILIAL-BUSCA-NDU-WS
               AND FORN-TAB-NDU-WS (IDX-NDU-WS) = FORN-BUSCA-NDU-WS
               AND NUMERO-TAB-NDU-WS (IDX-NDU-WS) = NUMERO-BUSCA-NDU-WS
               AND MOVTO-TAB-NDU-WS (IDX-NDU-WS) = MOVTO-BUSCA-NDU-WS
               MOVE IDX-NDU-WS TO IDX-ACHADO-NDU-WS.
      *
      *    REGRAVA O CONTROLE POR INTEIRO A PARTIR DA TABELA
       GRAVA-NTDU.
           OPEN OUTPUT ARQ-NDU
           PERFORM GRAVA-LINHA-NTDU
               VARYING IDX-NDU-WS FROM 1 BY 1
               UNTIL IDX-NDU-WS > QTD-NTDU-WS
           CLOSE ARQ-NDU.
      *
       GRAVA-LINHA-NTDU.
           MOVE TAB-NTDU-ITEM (IDX-NDU-WS) TO REGNDU-TX
           WRITE REGNDU-TX.
