      *
      *    COPY TITRGPR
      *    CARREGA O CONTROLE DA COBRANCA REGISTRADA POR TITULO (COPY
      *    TITRGVL) DO ARQUIVO "ARQTITRG.DAT", LOCALIZA E ATUALIZA A
      *    LINHA DE UM TITULO E REGRAVA O ARQUIVO A PARTIR DA TABELA
      *    (QUEM REGRAVA DEVE ESTAR DE POSSE DA TRAVA DE REDE
      *    "ARQTITRG.LIV"/"ARQTITRG.LCK" E TER RELIDO O ARQUIVO;
      *    CONTROLE QUE NAO COUBE NA TABELA - DESCARTADOS-TRG-77 -
      *    NAO PODE SER REGRAVADO).
       CARREGA-TITRG.
           MOVE 0 TO QTD-TITRG-WS DESCARTADOS-TRG-77
           MOVE "N" TO FIM-TRG-WS
           ACCEPT HOJE-TRG-WS FROM DATE YYYYMMDD
           MOVE ANO-HOJE-TRG-WS TO ANO-LIM-TRG-WS
           MOVE MES-HOJE-TRG-WS TO MES-LIM-TRG-WS
           SUBTRACT 1 FROM MES-LIM-TRG-WS
           IF MES-LIM-TRG-WS = ZEROS
               MOVE 12 TO MES-LIM-TRG-WS
               SUBTRACT 1 FROM ANO-LIM-TRG-WS.
           OPEN INPUT ARQ-TRG
           IF ESTADO-TRG NOT = ZEROS
               GO TO CARREGA-TITRG-EXIT.
           PERFORM LE-TITRG THRU LE-TITRG-EXIT UNTIL ACABOU-TRG
           CLOSE ARQ-TRG.
       CARREGA-TITRG-EXIT.
           EXIT.
      *
       LE-TITRG.
           READ ARQ-TRG AT END MOVE "S" TO FIM-TRG-WS END-READ
           IF ACABOU-TRG GO TO LE-TITRG-EXIT.
           IF QTD-TITRG-WS NOT < 5000
               ADD 1 TO DESCARTADOS-TRG-77
               GO TO LE-TITRG-EXIT.
           ADD 1 TO QTD-TITRG-WS
           MOVE REGTRG-TX TO TAB-TITRG-ITEM (QTD-TITRG-WS).
       LE-TITRG-EXIT.
           EXIT.
      *
      *    LINHA DO TITULO NO CONTROLE (ZEROS = NUNCA REGISTRADO)
       ACHA-TITRG.
           MOVE ZEROS TO IDX-ACHADO-TRG-WS
           PERFORM CONFERE-LINHA-TITRG
               VARYING IDX-TRG-WS FROM 1 BY 1
               UNTIL IDX-TRG-WS > QTD-TITRG-WS
               OR IDX-ACHADO-TRG-WS NOT = ZEROS.
      *
       CONFERE-LINHA-TITRG.
           IF FILIAL-TAB-TRG-WS (IDX-TRG-WS) = FILIAL-BUSCA-TRG-WS
               AND BANCO-TAB-TRG-WS (IDX-TRG-WS) = BANCO-BUSCA-TRG-WS
               AND DUPL-TAB-TRG-WS (IDX-TRG-WS) = DUPL-BUSCA-TRG-WS
               MOVE IDX-TRG-WS TO IDX-ACHADO-TRG-WS.
      *
      *    LINHA DO TITULO, INCLUIDA EM BRANCO SE AINDA NAO EXISTE
      *    (ZEROS = TABELA CHEIA, CHEIO-TRG LIGADO)
       POSICIONA-TITRG.
           PERFORM ACHA-TITRG
           IF IDX-ACHADO-TRG-WS NOT = ZEROS
               GO TO POSICIONA-TITRG-EXIT.
           IF QTD-TITRG-WS NOT < 5000
               MOVE "S" TO CHEIO-TRG-WS
               GO TO POSICIONA-TITRG-EXIT.
           ADD 1 TO QTD-TITRG-WS
           MOVE QTD-TITRG-WS TO IDX-ACHADO-TRG-WS
           MOVE FILIAL-BUSCA-TRG-WS
               TO FILIAL-TAB-TRG-WS (IDX-ACHADO-TRG-WS)
           MOVE BANCO-BUSCA-TRG-WS
               TO BANCO-TAB-TRG-WS (IDX-ACHADO-TRG-WS)
           MOVE DUPL-BUSCA-TRG-WS
               TO DUPL-TAB-TRG-WS (IDX-ACHADO-TRG-WS)
           MOVE SPACE TO SITUACAO-TAB-TRG-WS (IDX-ACHADO-TRG-WS)
           MOVE ZEROS TO ENVIO-TAB-TRG-WS (IDX-ACHADO-TRG-WS)
           MOVE ZEROS TO MUDANCA-TAB-TRG-WS (IDX-ACHADO-TRG-WS)
           MOVE ZEROS TO OCORR-TAB-TRG-WS (IDX-ACHADO-TRG-WS)
           MOVE SPACES TO MOTIVO-TAB-TRG-WS (IDX-ACHADO-TRG-WS)
           MOVE SPACE TO INSTR-TAB-TRG-WS (IDX-ACHADO-TRG-WS)
           MOVE SPACE TO TIPO-INS-TAB-TRG-WS (IDX-ACHADO-TRG-WS)
           MOVE ZEROS TO ENV-INS-TAB-TRG-WS (IDX-ACHADO-TRG-WS)
           MOVE ZEROS TO CONF-INS-TAB-TRG-WS (IDX-ACHADO-TRG-WS)
           MOVE SPACES TO MOTIVO-INS-TAB-TRG-WS (IDX-ACHADO-TRG-WS).
       POSICIONA-TITRG-EXIT.
           EXIT.
      *
      *    TITULO ENVIADO EM REMESSA (REENVIO DE TITULO REJEITADO
      *    VOLTA A AGUARDAR A CONFIRMACAO)
       REGISTRA-ENVIO-TRG.
           PERFORM POSICIONA-TITRG THRU POSICIONA-TITRG-EXIT
           IF IDX-ACHADO-TRG-WS NOT = ZEROS
               MOVE "E" TO SITUACAO-TAB-TRG-WS (IDX-ACHADO-TRG-WS)
               MOVE DATA-NOVA-TRG-WS
                   TO ENVIO-TAB-TRG-WS (IDX-ACHADO-TRG-WS)
               MOVE DATA-NOVA-TRG-WS
                   TO MUDANCA-TAB-TRG-WS (IDX-ACHADO-TRG-WS)
               MOVE 01 TO OCORR-TAB-TRG-WS (IDX-ACHADO-TRG-WS)
               MOVE SPACES TO MOTIVO-TAB-TRG-WS (IDX-ACHADO-TRG-WS).
      *
      *    INSTRUCAO ENVIADA EM REMESSA: FICA PENDENTE ATE O RETORNO
       REGISTRA-INSTR-TRG.
           PERFORM POSICIONA-TITRG THRU POSICIONA-TITRG-EXIT
           IF IDX-ACHADO-TRG-WS NOT = ZEROS
               MOVE "E" TO INSTR-TAB-TRG-WS (IDX-ACHADO-TRG-WS)
               MOVE TIPO-NOVO-TRG-WS
                   TO TIPO-INS-TAB-TRG-WS (IDX-ACHADO-TRG-WS)
               MOVE DATA-NOVA-TRG-WS
                   TO ENV-INS-TAB-TRG-WS (IDX-ACHADO-TRG-WS)
               MOVE ZEROS TO CONF-INS-TAB-TRG-WS (IDX-ACHADO-TRG-WS)
               MOVE SPACES
                   TO MOTIVO-INS-TAB-TRG-WS (IDX-ACHADO-TRG-WS).
      *
      *    OCORRENCIA DO RETORNO (CODIGOS COMUNS AO CNAB 400 E AO
      *    240, SALVO O 27): 02 ENTRADA CONFIRMADA, 03 E 24 ENTRADA
      *    REJEITADA, 06/15/17 LIQUIDACAO, 09/10 BAIXA, 12
      *    ABATIMENTO E 14 VENCIMENTO ALTERADO (INSTRUCAO ACEITA),
      *    26/30/32 INSTRUCAO REJEITADA; O 27 E BAIXA REJEITADA NO
      *    400 E CONFIRMACAO DE ALTERACAO NO 240. TITULO PAGO OU
      *    BAIXADO NAO VOLTA A CONFIRMADO NEM A REJEITADO (RETORNO
      *    ANTIGO REPROCESSADO)
       REGISTRA-OCORR-TRG.
           PERFORM POSICIONA-TITRG THRU POSICIONA-TITRG-EXIT
           IF IDX-ACHADO-TRG-WS = ZEROS
               GO TO REGISTRA-OCORR-TRG-EXIT.
           MOVE IDX-ACHADO-TRG-WS TO IDX-TRG-WS
           MOVE OCORR-NOVA-TRG-WS TO OCORR-TAB-TRG-WS (IDX-TRG-WS)
           IF OCORR-NOVA-TRG-WS = 02
               IF NOT TRG-ENCERRADO (IDX-TRG-WS)
                   MOVE "C" TO SITUACAO-TAB-TRG-WS (IDX-TRG-WS)
                   MOVE DATA-NOVA-TRG-WS
                       TO MUDANCA-TAB-TRG-WS (IDX-TRG-WS)
                   MOVE SPACES TO MOTIVO-TAB-TRG-WS (IDX-TRG-WS)
               END-IF
               GO TO REGISTRA-OCORR-TRG-EXIT.
           IF OCORR-NOVA-TRG-WS = 03 OR OCORR-NOVA-TRG-WS = 24
               IF NOT TRG-ENCERRADO (IDX-TRG-WS)
                   MOVE "R" TO SITUACAO-TAB-TRG-WS (IDX-TRG-WS)
                   MOVE DATA-NOVA-TRG-WS
                       TO MUDANCA-TAB-TRG-WS (IDX-TRG-WS)
                   MOVE MOTIVO-NOVO-TRG-WS
                       TO MOTIVO-TAB-TRG-WS (IDX-TRG-WS)
               END-IF
               GO TO REGISTRA-OCORR-TRG-EXIT.
           IF OCORR-NOVA-TRG-WS = 06 OR OCORR-NOVA-TRG-WS = 15
               OR OCORR-NOVA-TRG-WS = 17
               MOVE "P" TO SITUACAO-TAB-TRG-WS (IDX-TRG-WS)
               MOVE DATA-NOVA-TRG-WS TO MUDANCA-TAB-TRG-WS (IDX-TRG-WS)
               GO TO REGISTRA-OCORR-TRG-EXIT.
           IF OCORR-NOVA-TRG-WS = 09 OR OCORR-NOVA-TRG-WS = 10
               MOVE "B" TO SITUACAO-TAB-TRG-WS (IDX-TRG-WS)
               MOVE DATA-NOVA-TRG-WS TO MUDANCA-TAB-TRG-WS (IDX-TRG-WS)
               IF TIPO-INS-TAB-TRG-WS (IDX-TRG-WS) = "B"
                   PERFORM ACEITA-INSTR-TRG
               END-IF
               GO TO REGISTRA-OCORR-TRG-EXIT.
           IF OCORR-NOVA-TRG-WS = 12
               IF TIPO-INS-TAB-TRG-WS (IDX-TRG-WS) = "A"
                   PERFORM ACEITA-INSTR-TRG
               END-IF
               GO TO REGISTRA-OCORR-TRG-EXIT.
           IF OCORR-NOVA-TRG-WS = 14
               IF TIPO-INS-TAB-TRG-WS (IDX-TRG-WS) = "V"
                   PERFORM ACEITA-INSTR-TRG
               END-IF
               GO TO REGISTRA-OCORR-TRG-EXIT.
           IF OCORR-NOVA-TRG-WS = 26 OR OCORR-NOVA-TRG-WS = 30
               OR OCORR-NOVA-TRG-WS = 32
               OR (OCORR-NOVA-TRG-WS = 27
                   AND LAYOUT-NOVO-TRG-WS = "4")
               IF TRG-INS-PENDENTE (IDX-TRG-WS)
                   MOVE "J" TO INSTR-TAB-TRG-WS (IDX-TRG-WS)
                   MOVE DATA-NOVA-TRG-WS
                       TO CONF-INS-TAB-TRG-WS (IDX-TRG-WS)
                   MOVE MOTIVO-NOVO-TRG-WS
                       TO MOTIVO-INS-TAB-TRG-WS (IDX-TRG-WS).
       REGISTRA-OCORR-TRG-EXIT.
           EXIT.
      *
       ACEITA-INSTR-TRG.
           IF TRG-INS-PENDENTE (IDX-TRG-WS)
               MOVE "A" TO INSTR-TAB-TRG-WS (IDX-TRG-WS)
               MOVE DATA-NOVA-TRG-WS TO CONF-INS-TAB-TRG-WS (IDX-TRG-WS)
               MOVE SPACES TO MOTIVO-INS-TAB-TRG-WS (IDX-TRG-WS).
      *
      *    REGRAVA O CONTROLE POR INTEIRO A PARTIR DA TABELA,
      *    DEIXANDO DE FORA OS TITULOS ENCERRADOS ANTIGOS
       GRAVA-TITRG.
           OPEN OUTPUT ARQ-TRG
           PERFORM GRAVA-LINHA-TITRG THRU GRAVA-LINHA-TITRG-EXIT
               VARYING IDX-TRG-WS FROM 1 BY 1
               UNTIL IDX-TRG-WS > QTD-TITRG-WS
           CLOSE ARQ-TRG.
      *
       GRAVA-LINHA-TITRG.
           IF TRG-ENCERRADO (IDX-TRG-WS)
               AND NOT TRG-INS-PENDENTE (IDX-TRG-WS)
               AND MUDANCA-TAB-TRG-WS (IDX-TRG-WS) (1:6)
                   < LIMITE-TRG-WS
               GO TO GRAVA-LINHA-TITRG-EXIT.
           MOVE TAB-TITRG-ITEM (IDX-TRG-WS) TO REGTRG-TX
           WRITE REGTRG-TX.
       GRAVA-LINHA-TITRG-EXIT.
           EXIT.
