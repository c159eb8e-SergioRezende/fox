           FILE STATUS IS ESTADO-LOG.
      *
           COPY FECHASL.
      *
           COPY OPERSL.
      *
       DATA DIVISION.
       FILE SECTION.
           05  DATA-GER-MAN-TX               PIC 9(08).
           05  FILLER                        PIC X(01).
           05  HORA-GER-MAN-TX               PIC 9(06).
           05  FILLER                        PIC X(01).
           05  SITUACAO-MAN-TX               PIC X(01).
           05  FILLER                        PIC X(01).
           05  REJEITADOS-MAN-TX             PIC 9(05).
           05  FILLER                        PIC X(01).
           05  DATA-RET-MAN-TX               PIC 9(08).
      *
      *    MARCADOR DE LOTE COMPLETO (ARQ. "x:CONVMAN.OK")
       FD  ARQ-OK
           COPY LOGCONV.
      *
           COPY FECHAFD.
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
       77  ESTADO-MAN            PIC X(02).
       77  ESTADO-OK             PIC X(02).

           DISPLAY (9, 10) "Operador................:"
           ACCEPT (, ) OPERADOR-EXEC-WS WITH PROMPT UPDATE
           MOVE "CONVARQL" TO PROGRAMA-ACE-WS
           PERFORM AUTENTICA-OPERADOR THRU AUTENTICA-OPERADOR-EXIT

           DISPLAY (10, 10) "Informe o Drive do lote.:"
           ACCEPT (, ) U-LOTE-WS WITH PROMPT UPDATE
           COPY FECHAPR.
      *
           COPY DURAPR.
      *
           COPY OPERPR.
