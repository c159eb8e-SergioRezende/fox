      *    ACUMULADO PERCENTUAL E A CLASSE (A ATE 80%, B ATE 95%, C O
      *    RESTO), FECHANDO COM A CONCILIACAO CONTRA OS TRAILERS DO
      *    PERIODO - NINGUEM DISCUTE A BASE DOS NUMEROS.
      *
      *    DATA DA ALTERACAO: 10/96
      *
      *    CADA "CONVABC.REL" GERADO E GUARDADO NO ARQUIVO DE
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
           FILE STATUS IS ESTADO-PRM.
      *
           COPY FILIALSL.
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
           COPY PARMCONV.
      *
           COPY FILIALFD.
      *
           COPY OPERFD.
      *
       WORKING-STORAGE SECTION.
      *
      *
           COPY TELAWS.
           COPY PARMAUTO.
      *
           COPY OPERWS.
           COPY DURAWS.
           COPY FILIALVL.
      *
           05  FILIAL-NT-WS                    PIC 9(02).
           05  FILLER VALUE ".F"               PIC X(02).
           05  ANO-NT-WS                       PIC 9(02).
      *
           COPY ARQRVL.
      *
           COPY TRAVAWS.
      *
       PROCEDURE DIVISION.
      *
           DISPLAY (9, 10) "Operador................:"
           IF NOT MODO-AUTO
               ACCEPT (, ) OPERADOR-EXEC-WS WITH PROMPT UPDATE.
           MOVE "CONVABC" TO PROGRAMA-ACE-WS
           MOVE MODO-AUTO-WS TO SEM-SENHA-ACE-WS
           PERFORM AUTENTICA-OPERADOR THRU AUTENTICA-OPERADOR-EXIT.

           DISPLAY (10, 10) "Informe o Drive dos arqs:"
           IF NOT MODO-AUTO
               INTO FILTRO-LOG-TX
           MOVE LIDOS-77 TO LIDOS-LOG-TX
           MOVE 0 TO GRAVADOS-LOG-TX GRAVADOS2-LOG-TX
           MOVE "CONVABC.REL" TO NOME-REL-ARR-WS
           PERFORM GUARDA-RELATORIO THRU GUARDA-RELATORIO-EXIT
           OPEN EXTEND ARQ-LOG
           IF  ESTADO-LOG NOT = ZEROS
               OPEN OUTPUT ARQ-LOG.
           COPY FILIALPR.
      *
           COPY DURAPR.
      *
           COPY OPERPR.
      *
           COPY ARQRPR.
      *
           COPY TRAVAPR.
