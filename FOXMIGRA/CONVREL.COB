           FILE STATUS IS ESTADO-PRM.
      *
           COPY FILIALSL.
      *
           COPY OPERSL.
      *
       DATA DIVISION.
       FILE SECTION.
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
           COPY FILIALVL.
      *
       PROCEDURE DIVISION.
               IF FILTRO-PARM-WS (4:2) NUMERIC
                   MOVE FILTRO-PARM-WS (4:2) TO LIMITE-HORA-WS.

           DISPLAY (9, 10) "Operador................:"
           IF NOT MODO-AUTO
               ACCEPT (, ) OPERADOR-EXEC-WS WITH PROMPT UPDATE.
           MOVE "CONVREL" TO PROGRAMA-ACE-WS
           MOVE MODO-AUTO-WS TO SEM-SENHA-ACE-WS
           PERFORM AUTENTICA-OPERADOR THRU AUTENTICA-OPERADOR-EXIT.

           DISPLAY (10, 10) "Data inicial (aaaammdd).........:"
           IF NOT MODO-AUTO
               ACCEPT (, ) DATA-INI-WS WITH PROMPT UPDATE
           GOBACK.
      *
           COPY FILIALPR.
      *
           COPY OPERPR.
