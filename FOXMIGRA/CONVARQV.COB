           SELECT      ARQ-PRM    ASSIGN     TO   "CONVPARM.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ESTADO-PRM.
      *
           COPY OPERSL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-PRM
           LABEL RECORD IS STANDARD.
           COPY PARMCONV.
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
      *
       PROCEDURE DIVISION.
      *
               MOVE MES-FIM-PARM-WS TO MES-CORTE-WS
               MOVE DIA-FIM-PARM-WS TO DIA-CORTE-WS.

           DISPLAY (9, 10) "Operador................:"
           IF NOT MODO-AUTO
               ACCEPT (, ) OPERADOR-EXEC-WS WITH PROMPT UPDATE.
           MOVE "CONVARQV" TO PROGRAMA-ACE-WS
           MOVE MODO-AUTO-WS TO SEM-SENHA-ACE-WS
           PERFORM AUTENTICA-OPERADOR THRU AUTENTICA-OPERADOR-EXIT.

           DISPLAY (10, 10) "Arquivar linhas ate (aaaammdd):"
           IF NOT MODO-AUTO
               ACCEPT (, ) CORTE-8-WS WITH PROMPT UPDATE
       TERMINA-ERRO-PARM.
           MOVE 8 TO RETURN-CODE
           GOBACK.
      *
           COPY OPERPR.
