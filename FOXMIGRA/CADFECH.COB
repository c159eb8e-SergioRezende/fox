       FILE-CONTROL.
      *
           COPY FECHASL.
      *
           COPY OPERSL.
      *
       DATA DIVISION.
       FILE SECTION.
      *
           COPY FECHAFD.
      *
           COPY OPERFD.
      *
       WORKING-STORAGE SECTION.
      *
      *
           COPY TELAWS.
      *
      *    OPERADOR DA MANUTENCAO, CONFERIDO NO CADASTRO DE
      *    OPERADORES (COPY OPERPR)
       77  OPERADOR-EXEC-WS VALUE "????????"   PIC X(08).
      *
           COPY OPERWS.
      *

       PROCEDURE DIVISION.
      *
       INICIO-010.
           DISPLAY (1, 1) ERASE.
           DISPLAY (3, 05) "Operador................:"
           ACCEPT (, ) OPERADOR-EXEC-WS WITH PROMPT UPDATE
           MOVE "CADFECH" TO PROGRAMA-ACE-WS
           PERFORM AUTENTICA-OPERADOR THRU AUTENTICA-OPERADOR-EXIT.
           PERFORM CARREGA-FEC.
       015-MENU.
           DISPLAY (1, 1) ERASE
           MOVE DIA-FIM-TAB-FEC-WS (IDX-FEC-WS) TO DIA-FIM-FEC-TX
           MOVE DATA-FECH-TAB-FEC-WS (IDX-FEC-WS) TO DATA-FECH-FEC-TX
           WRITE REGFEC-TX.
      *
           COPY OPERPR.
