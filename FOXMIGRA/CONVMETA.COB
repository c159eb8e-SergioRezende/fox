      *    (CADMETA), COM O PERCENTUAL ATINGIDO E A PROJECAO PARA O
      *    FIM DO MES PELOS DIAS UTEIS DECORRIDOS E TOTAIS INFORMADOS
      *    NA TELA. RELATORIO EM "CONVMETA.REL".
      *
      *    DATA DA ALTERACAO: 10/96
      *
      *    OS DIAS UTEIS DO MES E OS DECORRIDOS (ATE HOJE, INCLUSIVE)
      *    SAEM DO CALENDARIO DA FILIAL ("ARQCALEN.DAT", CADCALEN),
      *    COM OS FERIADOS E OS SABADOS SEM EXPEDIENTE DESCONTADOS. A
      *    TELA SO MOSTRA OS DOIS PARA CONFERENCIA (O OPERADOR AINDA
      *    PODE CORRIGIR); NA CADEIA VALEM OS CALCULADOS.
      *
      *    DATA DA ALTERACAO: 10/96
      *
      *    CADA "CONVMETA.REL" GERADO E GUARDADO NO ARQUIVO DE
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
           COPY TRAVASL.
      *
           SELECT      ARQ-PRM    ASSIGN     TO   "CONVPARM.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           COPY FILIALSL.
      *
           COPY METASL.
      *
           COPY CALENSL.
      *
           COPY OPERSL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-LOG
           LABEL RECORD IS STANDARD.
           COPY LOGCONV.
      *
           COPY ARQRFD.
      *
           COPY TRAVAFD.
      *
      *    REGISTRO DE PARAMETROS DE EXECUCAO (ARQ. "CONVPARM.DAT")
       FD  ARQ-PRM
           COPY FILIALFD.
      *
           COPY METAFD.
      *
           COPY CALENFD.
      *
           COPY OPERFD.
      *
       WORKING-STORAGE SECTION.
      *
           05  ANO2-ATG-WS                     PIC 9(02).
       77  DIA-ATG-WS                          PIC 9(02).
      *
      *    DIAS UTEIS DECORRIDOS E TOTAIS DO MES (DO CALENDARIO DA
      *    FILIAL, CONFERIDOS NA TELA, PARA A PROJECAO; ZERADOS = SEM
      *    PROJECAO)
       77  UTEIS-DEC-WS    VALUE 0             PIC 9(02).
       77  UTEIS-MES-WS    VALUE 0             PIC 9(02).
       77  HOJE-WS                             PIC 9(08).
      *
      *    CALENDARIO (ULTIMO DIA DO MES)
       01  DIAS-MES-VL-WS  PIC X(24) VALUE "312831303130313130313031".
      *
           COPY TELAWS.
           COPY PARMAUTO.
      *
           COPY OPERWS.
           COPY DURAWS.
           COPY METAVL.
           COPY FILIALVL.
           COPY CALENVL.
      *
           COPY ARQRVL.
      *
           COPY TRAVAWS.
      *
       PROCEDURE DIVISION.
      *

           PERFORM CARREGA-FILIAL
           PERFORM CARREGA-META
           PERFORM CARREGA-CALENDARIO THRU CARREGA-CALENDARIO-EXIT
           MOVE "CONVMETA" TO PROGRAMA-EXEC-WS
           PERFORM CARREGA-PARM
           IF MODO-AUTO AND TELA-PARM-WS NOT = ZEROS
           DISPLAY (9, 10) "Operador................:"
           IF NOT MODO-AUTO
               ACCEPT (, ) OPERADOR-EXEC-WS WITH PROMPT UPDATE.
           MOVE "CONVMETA" TO PROGRAMA-ACE-WS
           MOVE MODO-AUTO-WS TO SEM-SENHA-ACE-WS
           PERFORM AUTENTICA-OPERADOR THRU AUTENTICA-OPERADOR-EXIT.

           DISPLAY (10, 10) "Informe o Drive dos arqs:"
           IF NOT MODO-AUTO
               IF MODO-AUTO GO TO TERMINA-ERRO-PARM END-IF
               GO TO INICIO-010.

           PERFORM CALCULA-UTEIS THRU CALCULA-UTEIS-EXIT
           DISPLAY (14, 10) "Dias uteis decorridos...:"
           IF NOT MODO-AUTO
               ACCEPT (, ) UTEIS-DEC-WS WITH PROMPT UPDATE
           PERFORM GRAVA-LOG
           IF MODO-AUTO GOBACK.
           GO TO 015-DATAS.
      *
      *    DIAS UTEIS DO MES E DECORRIDOS ATE HOJE (INCLUSIVE) NO
      *    CALENDARIO DA FILIAL. MES JA FECHADO CONTA INTEIRO; MES
      *    AINDA POR VIR NAO TEM DIA DECORRIDO
       CALCULA-UTEIS.
           MOVE FILIAL-NT-WS TO FILIAL-CLD-WS
           MOVE MES-ATG-WS TO MES-CAL-WS
           MOVE ANO-ATG-WS TO ANO-CAL-WS
           PERFORM CALCULA-ULT-DIA
           MOVE ANO-ATG-WS TO ANO-CLD-WS
           MOVE MES-ATG-WS TO MES-CLD-WS
           MOVE ULT-DIA-MES-WS TO DIA-CLD-WS
           MOVE DATA-NUM-CLD-WS TO DATA-FIM-CLD-WS
           MOVE 1 TO DIA-CLD-WS
           PERFORM CONTA-DIAS-UTEIS
           MOVE UTEIS-CLD-WS TO UTEIS-MES-WS UTEIS-DEC-WS
           ACCEPT HOJE-WS FROM DATE YYYYMMDD
           IF HOJE-WS NOT < DATA-FIM-CLD-WS
               GO TO CALCULA-UTEIS-EXIT.
           MOVE ANO-ATG-WS TO ANO-CLD-WS
           MOVE MES-ATG-WS TO MES-CLD-WS
           MOVE 1 TO DIA-CLD-WS
           MOVE 0 TO UTEIS-DEC-WS
           IF HOJE-WS < DATA-NUM-CLD-WS
               GO TO CALCULA-UTEIS-EXIT.
           MOVE HOJE-WS TO DATA-FIM-CLD-WS
           PERFORM CONTA-DIAS-UTEIS
           MOVE UTEIS-CLD-WS TO UTEIS-DEC-WS.
       CALCULA-UTEIS-EXIT.
           EXIT.
      *
       ACUMULA-DIA.
           ADD 1 TO DIA-ATG-WS
           MOVE LIDOS-77 TO LIDOS-LOG-TX
           MOVE VENDEDORES-77 TO GRAVADOS-LOG-TX
           MOVE 0 TO GRAVADOS2-LOG-TX
           MOVE "CONVMETA.REL" TO NOME-REL-ARR-WS
           PERFORM GUARDA-RELATORIO THRU GUARDA-RELATORIO-EXIT
           OPEN EXTEND ARQ-LOG
           IF  ESTADO-LOG NOT = ZEROS
               OPEN OUTPUT ARQ-LOG.
           COPY FILIALPR.
      *
           COPY METAPR.
      *
           COPY CALENPR.
      *
           COPY DURAPR.
      *
           COPY OPERPR.
      *
           COPY ARQRPR.
      *
           COPY TRAVAPR.
