           FILE STATUS IS ESTADO-CTG.
      *
           COPY FILIALSL.
      *
           COPY OPERSL.
      *
       DATA DIVISION.
       FILE SECTION.
           05  DATA-CTG-TX                   PIC 9(08).
      *
           COPY FILIALFD.
      *
           COPY OPERFD.
      *
       WORKING-STORAGE SECTION.
      *
           05  FILLER                          PIC X(01).
      *
           COPY TELAWS.
      *
      *    OPERADOR DA MANUTENCAO, CONFERIDO NO CADASTRO DE
      *    OPERADORES (COPY OPERPR)
       77  OPERADOR-EXEC-WS VALUE "????????"   PIC X(08).
      *
           COPY OPERWS.
           COPY FILIALVL.
      *
       PROCEDURE DIVISION.
      *
       INICIO-010.
           DISPLAY (1, 1) ERASE.
           DISPLAY (3, 05) "Operador................:"
           ACCEPT (, ) OPERADOR-EXEC-WS WITH PROMPT UPDATE
           MOVE "CADCONTA" TO PROGRAMA-ACE-WS
           PERFORM AUTENTICA-OPERADOR THRU AUTENTICA-OPERADOR-EXIT.
       015-DATAS.
           DISPLAY (2, 14) "* DIGITACAO DA CONTAGEM DO INVENTARIO *"

           STOP RUN.
      *
           COPY FILIALPR.
      *
           COPY OPERPR.
