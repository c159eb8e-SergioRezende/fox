      *    DIGITOS DE CONFERENCIA POR MODULO 10 NOS TRES CAMPOS E
      *    MODULO 11 NO GERAL), EM "CONVBLOQ.REL". A MAQUINA DE
      *    ESCREVER DOS BLOQUETOS SE APOSENTA.
      *
      *    DATA DA ALTERACAO: 10/96
      *
      *    CADA "CONVBLOQ.REL" GERADO E GUARDADO NO ARQUIVO DE
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
           COPY FILIALSL.
      *
           COPY BANCOSL.
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
           COPY FILIALFD.
      *
           COPY BANCOFD.
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
       01  END-SAC-WS                          PIC X(30).
       01  MUN-SAC-WS                          PIC X(20).
       01  UF-SAC-WS                           PIC X(02).
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
           MOVE "CONVBLOQ" TO PROGRAMA-ACE-WS
           MOVE MODO-AUTO-WS TO SEM-SENHA-ACE-WS
           PERFORM AUTENTICA-OPERADOR THRU AUTENTICA-OPERADOR-EXIT.

           DISPLAY (10, 10) "Informe o Drive dos arqs:"
           IF NOT MODO-AUTO
           MOVE LIDOS-77 TO LIDOS-LOG-TX
           MOVE BLOQUETOS-77 TO GRAVADOS-LOG-TX
           MOVE SEM-CONTA-77 TO GRAVADOS2-LOG-TX
           MOVE "CONVBLOQ.REL" TO NOME-REL-ARR-WS
           PERFORM GUARDA-RELATORIO THRU GUARDA-RELATORIO-EXIT
           OPEN EXTEND ARQ-LOG
           IF  ESTADO-LOG NOT = ZEROS
               OPEN OUTPUT ARQ-LOG.
           COPY BANCOPR.
      *
           COPY DURAPR.
      *
           COPY OPERPR.
      *
           COPY ARQRPR.
      *
           COPY TRAVAPR.
