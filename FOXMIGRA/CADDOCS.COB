           FILE STATUS IS ESTADO-STA.
      *
           COPY FILIALSL.
      *
           COPY OPERSL.
      *
       DATA DIVISION.
       FILE SECTION.
           05  RECORR-STA-TX                 PIC 9(03).
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
           MOVE "CADDOCS" TO PROGRAMA-ACE-WS
           PERFORM AUTENTICA-OPERADOR THRU AUTENTICA-OPERADOR-EXIT.
           DISPLAY (2, 10) "* FILA DE EXCECOES DE DOCUMENTO *"

           PERFORM CARREGA-FILIAL
           WRITE REGSTA-TX.
      *
           COPY FILIALPR.
      *
           COPY OPERPR.
