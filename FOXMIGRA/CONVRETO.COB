      *    16-17 (06=LIQUIDADO) E O NUMERO DO DOCUMENTO 59-73
      *    (DUPLICATA NOS 8 FINAIS); DO U SAEM O VALOR PAGO 78-92 E
      *    A DATA DA OCORRENCIA 138-145 (DDMMAAAA).
      *
      *    DATA DA ALTERACAO: 10/96
      *
      *    TODA OCORRENCIA DO RETORNO, NAO SO A LIQUIDACAO, E
      *    APLICADA AO CONTROLE DA COBRANCA REGISTRADA POR TITULO
      *    ("ARQTITRG.DAT", SOB A TRAVA "ARQTITRG.LIV"): ENTRADA
      *    CONFIRMADA OU REJEITADA (COM O MOTIVO), INSTRUCAO ACEITA
      *    OU REJEITADA, BAIXA PELO BANCO E PAGAMENTO. O BANCO SAI DO
      *    HEADER (CNAB 400, POS 77-79; CNAB 240, POS 1-3) E O MOTIVO
      *    DO REGISTRO "1" DO 400 (POS 319-328) OU DO SEGMENTO T DO
      *    240 (POS 214-223).
      *
      *    DATA DA ALTERACAO: 10/96
      *
      *    CADA "CONVRETO.REL" GERADO E GUARDADO NO ARQUIVO DE
      *    RELATORIOS (COPY ARQRPR) COM A FILIAL, O PERIODO E A
      *    HORA DA GERACAO, PARA CONSULTA E REIMPRESSAO PELO
      *    CADARQR.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           SELECT      ARQ-LOG    ASSIGN     TO   "CONVLOG.LOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ESTADO-LOG.
      *
           COPY ARQRSL.
      *
           SELECT      ARQ-PRM    ASSIGN     TO   "CONVPARM.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ESTADO-PRM.
      *
           COPY FILIALSL.
      *
           COPY TITRGSL.
      *
           COPY TRAVASL.
      *
           COPY OPERSL.
      *
       DATA DIVISION.
       FILE SECTION.
               10  DUPL-RET                  PIC 9(08).
           05  FILLER                        PIC X(126).
           05  VALORPAGO-RET                 PIC 9(13).
           05  FILLER                        PIC X(53).
           05  MOTIVO-RET                    PIC X(10).
           05  FILLER                        PIC X(72).
      *    HEADER DO RETORNO CNAB 400 (REGISTRO "0")
       01  REG-RET-HDR.
           05  TIPO-HDR-RET                  PIC X(01).
           05  FILLER                        PIC X(75).
           05  BANCO-HDR-RET                 PIC 9(03).
           05  FILLER                        PIC X(321).
      *
      *    REGISTRO DE DETALHE DO RETORNO CNAB 240 (SEGMENTOS T E U
      *    DO REGISTRO "3"; AS 240 POSICOES CHEGAM COMPLETADAS COM
      *    ESPACOS ATE 400). O NUMERO DO DOCUMENTO SO VALE NO T, O
      *    VALOR PAGO E A DATA DA OCORRENCIA SO VALEM NO U
       01  REG-RET240-DET.
           05  BANCO-RET240                  PIC 9(03).
           05  FILLER                        PIC X(04).
           05  TIPO-RET240                   PIC X(01).
           05  FILLER                        PIC X(05).
           05  SEG-RET240                    PIC X(01).
               10  MES-OCORR-RET240          PIC 9(02).
               10  FILLER                    PIC X(02).
               10  ANO-OCORR-RET240          PIC 9(02).
           05  FILLER                        PIC X(68).
           05  MOTIVO-RET240                 PIC X(10).
           05  FILLER                        PIC X(177).
      *
      *    BAIXAS PRONTAS PARA APLICAR (ARQ. "x:BXRETff.BAX")
       FD  ARQ-BAX
       FD  ARQ-LOG
           LABEL RECORD IS STANDARD.
           COPY LOGCONV.
      *
           COPY ARQRFD.
      *
      *    REGISTRO DE PARAMETROS DE EXECUCAO (ARQ. "CONVPARM.DAT")
       FD  ARQ-PRM
           COPY PARMCONV.
      *
           COPY FILIALFD.
      *
           COPY TITRGFD.
      *
           COPY TRAVAFD.
      *
           COPY OPERFD.
      *
       WORKING-STORAGE SECTION.
      *
               10  VALORPAGO-OCO-WS            PIC 9(13).
               10  CASOU-OCO-WS                PIC X(01).
               10  SALDO-OCO-WS                PIC 9(11).
               10  MOTIVO-OCO-WS               PIC X(10).
      *
       01  NOME-RETORNO-WS                     PIC X(14).
       01  ARQRET-WS                           PIC X(14).
           88  TEM-T-PENDENTE                  VALUE "S".
       77  DUPL-T-WS       VALUE ZEROS         PIC 9(08).
       77  MOV-T-WS        VALUE ZEROS         PIC 9(02).
       77  MOTIVO-T-WS     VALUE SPACES        PIC X(10).
      *
      *    BANCO DO RETORNO (DO HEADER) E DATA DA OCORRENCIA COM
      *    SECULO PARA O CONTROLE DA COBRANCA REGISTRADA (70-99 =
      *    19xx, 00-69 = 20xx)
       77  BANCO-RET-WS    VALUE ZEROS         PIC 9(03).
       01  DTOCO-DDMMAA-WS.
           05  DIA-OCO-R-WS                    PIC 9(02).
           05  MES-OCO-R-WS                    PIC 9(02).
           05  ANO-OCO-R-WS                    PIC 9(02).
       01  DTOCO-AAAAMMDD-WS.
           05  SEC-OCO-C-WS                    PIC 9(02).
           05  ANO-OCO-C-WS                    PIC 9(02).
           05  MES-OCO-C-WS                    PIC 9(02).
           05  DIA-OCO-C-WS                    PIC 9(02).
       01  FILLER REDEFINES DTOCO-AAAAMMDD-WS.
           05  DTOCO-NUM-WS                    PIC 9(08).
       01  DTPAG-DDMMAA-WS.
           05  DIA-PAG-R-WS                    PIC 9(02).
           05  MES-PAG-R-WS                    PIC 9(02).
           COPY DADOS.
           COPY TELAWS.
           COPY PARMAUTO.
      *
           COPY OPERWS.
           COPY DURAWS.
           COPY CRIABT.
           COPY FILIALVL.
           COPY TITRGVL.
           COPY TRAVAWS.
      *
      * --->> "REGDUP.COB"
       01  DADOS-DUP-WS.
           05  PAGO-LIN-WS                     PIC ZZ.ZZZ.ZZZ.ZZ9.
           05  FILLER  VALUE " SALDO "         PIC X(07).
           05  SALDO-LIN-WS                    PIC ZZ.ZZZ.ZZZ.ZZ9.
      *
           COPY ARQRVL.
      *
       PROCEDURE DIVISION.
      *
           DISPLAY (9, 10) "Operador................:"
           IF NOT MODO-AUTO
               ACCEPT (, ) OPERADOR-EXEC-WS WITH PROMPT UPDATE.
           MOVE "CONVRETO" TO PROGRAMA-ACE-WS
           MOVE MODO-AUTO-WS TO SEM-SENHA-ACE-WS
           PERFORM AUTENTICA-OPERADOR THRU AUTENTICA-OPERADOR-EXIT.

           DISPLAY (10, 10) "Informe o Drive dos arqs:"
           IF NOT MODO-AUTO
               IF MODO-AUTO GOBACK END-IF
               GO TO 015-DATAS.
           PERFORM GRAVA-RESULTADO
           PERFORM ATUALIZA-TITRG THRU ATUALIZA-TITRG-EXIT
           DISPLAY (23, 10) "RETORNO PROCESSADO - VEJA CONVRETO.REL"
           IF CHEIO-TRG
               MOVE 8 TO RETURN-CODE
               DISPLAY (24, 10) "ARQTITRG.DAT CHEIO - TITULOS FORA".
           PERFORM GRAVA-LOG
           IF MODO-AUTO GOBACK.
           GO TO 015-DATAS.
           MOVE NOME-RETORNO-WS TO ARQRET-WS
           MOVE "N" TO FIM-RET-WS
           MOVE "N" TO PENDENTE-T-WS
           MOVE ZEROS TO BANCO-RET-WS
           OPEN INPUT ARQ-RET
           IF ESTADO-RET NOT = ZEROS
               GO TO CARREGA-RETORNO-FIM.
       LE-RETORNO.
           READ ARQ-RET AT END MOVE "S" TO FIM-RET-WS END-READ
           IF ACABOU-RET GO TO LE-RETORNO-EXIT.
           IF TIPO-RET = "0" AND BANCO-HDR-RET NUMERIC
               MOVE BANCO-HDR-RET TO BANCO-RET-WS.
           IF TIPO-RET NOT = "1"
               GO TO LE-RETORNO-EXIT.
           ADD 1 TO LIDOS-77
           MOVE OCORR-RET     TO OCORR-OCO-WS     (QTD-OCO-WS)
           MOVE DTOCORR-RET   TO DTPAG-OCO-WS     (QTD-OCO-WS)
           MOVE VALORPAGO-RET TO VALORPAGO-OCO-WS (QTD-OCO-WS)
           MOVE MOTIVO-RET    TO MOTIVO-OCO-WS    (QTD-OCO-WS)
           MOVE "N" TO CASOU-OCO-WS (QTD-OCO-WS)
           MOVE ZEROS TO SALDO-OCO-WS (QTD-OCO-WS).
       LE-RETORNO-EXIT.
       LE-RETORNO-240.
           READ ARQ-RET AT END MOVE "S" TO FIM-RET-WS END-READ
           IF ACABOU-RET GO TO LE-RETORNO-240-EXIT.
           IF TIPO-RET240 = "0" AND BANCO-RET240 NUMERIC
               MOVE BANCO-RET240 TO BANCO-RET-WS.
           IF TIPO-RET240 NOT = "3"
               GO TO LE-RETORNO-240-EXIT.
           IF SEG-RET240 = "T"
               MOVE "S" TO PENDENTE-T-WS
               MOVE DUPL-RET240 TO DUPL-T-WS
               MOVE MOV-RET240 TO MOV-T-WS
               MOVE MOTIVO-RET240 TO MOTIVO-T-WS
               GO TO LE-RETORNO-240-EXIT.
           IF SEG-RET240 NOT = "U" OR NOT TEM-T-PENDENTE
               GO TO LE-RETORNO-240-EXIT.
           ADD 1 TO QTD-OCO-WS
           MOVE DUPL-T-WS TO DUPL-OCO-WS  (QTD-OCO-WS)
           MOVE MOV-T-WS  TO OCORR-OCO-WS (QTD-OCO-WS)
           MOVE MOTIVO-T-WS TO MOTIVO-OCO-WS (QTD-OCO-WS)
           MOVE DIA-OCORR-RET240 TO DIA-PAG-R-WS
           MOVE MES-OCORR-RET240 TO MES-PAG-R-WS
           MOVE ANO-OCORR-RET240 TO ANO-PAG-R-WS
               ADD VALORPAGO-BAX-TX TO CONTROLE-77
               ADD 1 TO GRAVADOS-77.
      *
      *    APLICA TODAS AS OCORRENCIAS DO RETORNO AO CONTROLE DA
      *    COBRANCA REGISTRADA ("ARQTITRG.DAT"), SOB TRAVA DE REDE (O
      *    CONVREME DE OUTRA ESTACAO PODE ESTAR REGISTRANDO UMA
      *    REMESSA). RETORNO SEM BANCO NO HEADER NAO E APLICADO, E
      *    CONTROLE MAIOR QUE A TABELA NAO E REGRAVADO
       ATUALIZA-TITRG.
           MOVE "N" TO CHEIO-TRG-WS
           IF BANCO-RET-WS = ZEROS
               DISPLAY (24, 10) "RETORNO SEM BANCO NO HEADER - "
                   "ARQTITRG.DAT NAO ATUALIZADO"
               GO TO ATUALIZA-TITRG-EXIT.
           MOVE "ARQTITRG.LIV" TO TRAVA-LIV-WS
           MOVE "ARQTITRG.LCK" TO TRAVA-LCK-WS
           PERFORM OBTEM-TRAVA THRU OBTEM-TRAVA-EXIT
           PERFORM CARREGA-TITRG THRU CARREGA-TITRG-EXIT
           IF DESCARTADOS-TRG-77 NOT = ZEROS
               MOVE "S" TO CHEIO-TRG-WS
               GO TO ATUALIZA-TITRG-SOLTA.
           MOVE FILIAL-DUP-WS TO FILIAL-BUSCA-TRG-WS
           MOVE BANCO-RET-WS TO BANCO-BUSCA-TRG-WS
           MOVE LAYOUT-RET-WS TO LAYOUT-NOVO-TRG-WS
           PERFORM APLICA-OCORRENCIA
               VARYING IDX-OCO-WS FROM 1 BY 1
               UNTIL IDX-OCO-WS > QTD-OCO-WS
           PERFORM GRAVA-TITRG.
       ATUALIZA-TITRG-SOLTA.
           PERFORM SOLTA-TRAVA.
       ATUALIZA-TITRG-EXIT.
           EXIT.
      *
       APLICA-OCORRENCIA.
           MOVE DUPL-OCO-WS (IDX-OCO-WS) TO DUPL-BUSCA-TRG-WS
           MOVE OCORR-OCO-WS (IDX-OCO-WS) TO OCORR-NOVA-TRG-WS
           MOVE MOTIVO-OCO-WS (IDX-OCO-WS) TO MOTIVO-NOVO-TRG-WS
           MOVE DTPAG-OCO-WS (IDX-OCO-WS) TO DTOCO-DDMMAA-WS
           MOVE DIA-OCO-R-WS TO DIA-OCO-C-WS
           MOVE MES-OCO-R-WS TO MES-OCO-C-WS
           MOVE ANO-OCO-R-WS TO ANO-OCO-C-WS
           IF ANO-OCO-R-WS NOT < 70
               MOVE 19 TO SEC-OCO-C-WS
           ELSE
               MOVE 20 TO SEC-OCO-C-WS.
           MOVE DTOCO-NUM-WS TO DATA-NOVA-TRG-WS
      *    OCORRENCIA SEM DATA FICA COM A DATA DO PROCESSAMENTO
           IF DTPAG-OCO-WS (IDX-OCO-WS) = ZEROS
               MOVE HOJE-TRG-WS TO DATA-NOVA-TRG-WS.
           PERFORM REGISTRA-OCORR-TRG THRU REGISTRA-OCORR-TRG-EXIT.
      *
      *    FALHA DE LEITURA BTRIEVE NO MEIO DA VARREDURA: REGISTRA
      *    NO LOG, DEVOLVE CODIGO 8 E NADA E GERADO, PARA NAO SAIR
      *    ARQUIVO TRUNCADO COM CARA DE COMPLETO
           MOVE LIDOS-77 TO LIDOS-LOG-TX
           MOVE CASADOS-77 TO GRAVADOS-LOG-TX
           MOVE SEM-PAR-77 TO GRAVADOS2-LOG-TX
           MOVE "CONVRETO.REL" TO NOME-REL-ARR-WS
           PERFORM GUARDA-RELATORIO THRU GUARDA-RELATORIO-EXIT
           OPEN EXTEND ARQ-LOG
           IF  ESTADO-LOG NOT = ZEROS
               OPEN OUTPUT ARQ-LOG.
           GOBACK.
      *
           COPY FILIALPR.
      *
           COPY TITRGPR.
      *
           COPY TRAVAPR.
      *
           COPY DURAPR.
      *
           COPY OPERPR.
      *
           COPY ARQRPR.
