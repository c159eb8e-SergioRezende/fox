           COPY INSTRSL.
      *
           COPY TRAVASL.
      *
           COPY OPERSL.
      *
       DATA DIVISION.
       FILE SECTION.
           COPY INSTRFD.
      *
           COPY TRAVAFD.
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
           MOVE "CADINSTR" TO PROGRAMA-ACE-WS
           PERFORM AUTENTICA-OPERADOR THRU AUTENTICA-OPERADOR-EXIT.
           PERFORM CARREGA-INSTR
           MOVE TAB-INSTR-WS TO TAB-ICAR-WS
           MOVE QTD-INSTR-WS TO QTD-ICAR-WS.
           COPY INSTRPR.
      *
           COPY TRAVAPR.
      *
           COPY OPERPR.
