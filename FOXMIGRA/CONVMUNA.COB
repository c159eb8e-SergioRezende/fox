           SELECT      ARQ-LOG    ASSIGN     TO   "CONVLOG.LOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ESTADO-LOG.
      *
           COPY OPERSL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-LOG
           LABEL RECORD IS STANDARD.
           COPY LOGCONV.
      *
           COPY OPERFD.
      *
       WORKING-STORAGE SECTION.
      *
      *    OPERADOR DA EXECUCAO (REGISTRADO NO CONVLOG.LOG)
       77  OPERADOR-EXEC-WS VALUE "????????"   PIC X(08).
      *
           COPY OPERWS.
      *
       77  ESTADO-MEX            PIC X(02).
       77  ESTADO-LOG            PIC X(02).
           DISPLAY (2, 12) "* ASSISTENTE DE GRAFIAS DE MUNICIPIO *"
           DISPLAY (3, 12) "Operador................:"
           ACCEPT (, ) OPERADOR-EXEC-WS WITH PROMPT UPDATE
           MOVE "CONVMUNA" TO PROGRAMA-ACE-WS
           PERFORM AUTENTICA-OPERADOR THRU AUTENTICA-OPERADOR-EXIT
           PERFORM CARREGA-MUNIC
           IF QTD-MUNIC-WS = ZEROS
               DISPLAY (23, 05)
           COPY MUNIPR.
      *
           COPY DURAPR.
      *
           COPY OPERPR.
