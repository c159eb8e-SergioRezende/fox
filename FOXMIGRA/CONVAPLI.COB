      *    APLICADAS/DIVERGENTES/SEM PAR CONFERIDOS CONTRA O TRAILER
      *    DO .BAX. ACABA A REDIGITACAO DAS LIQUIDACOES NA TELA DO
      *    CONTAS A RECEBER, QUE O CONVRETO SO TINHA DEIXADO PRONTA.
      *
      *    DATA DA ALTERACAO: 10/96
      *
      *    CADA "CONVAPLI.REL" GERADO E GUARDADO NO ARQUIVO DE
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
           COPY DADOS.
           COPY TELAWS.
           COPY PARMAUTO.
      *
           COPY OPERWS.
           COPY DURAWS.
           COPY CRIABT.
           COPY FILIALVL.
           05  DTPAG-LIN-WS                    PIC 99/99/99.
           05  FILLER  VALUE " PAGO "          PIC X(06).
           05  PAGO-LIN-WS                     PIC ZZ.ZZZ.ZZZ.ZZ9.
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
           MOVE "CONVAPLI" TO PROGRAMA-ACE-WS
           MOVE MODO-AUTO-WS TO SEM-SENHA-ACE-WS
           PERFORM AUTENTICA-OPERADOR THRU AUTENTICA-OPERADOR-EXIT.

           DISPLAY (10, 10) "Informe o Drive dos arqs:"
           IF NOT MODO-AUTO
           MOVE LIDOS-77 TO LIDOS-LOG-TX
           MOVE APLICADAS-77 TO GRAVADOS-LOG-TX
           MOVE DIVERGENTES-77 TO GRAVADOS2-LOG-TX
           MOVE "CONVAPLI.REL" TO NOME-REL-ARR-WS
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
