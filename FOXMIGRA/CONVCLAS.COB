      *
      *    ESTE PROGRAMA GERA ARQ. TXT DE ARQ CLASS DO ESTOQUE
      *    ARQUIVO DE ARQGRUP
      *
      *    DATA DA ALTERACAO: 10/96
      *
      *    MODO TESTE DO CONVLOTE (DRIVE DE RASCUNHO NA LINHA DO
      *    CONVPARM.DAT): AS ENTRADAS CONTINUAM VINDO DO DRIVE DOS
      *    ARQS, MAS OS ARQUIVOS GERADOS VAO PARA O DRIVE DE RASCUNHO
      *    COM O CABECALHO MARCADO COMO TESTE (NAO PODEM SER
      *    MANIFESTADOS NEM TRANSMITIDOS), E A LINHA DO CONVLOG.LOG
      *    TAMBEM FICA NO RASCUNHO.
      *    O RESUMO DE ALTERACOES CONTINUA COMPARANDO COM O ARQUIVO
      *    DE PRODUCAO DA EXECUCAO ANTERIOR.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ESTADO.
      *
           SELECT      ARQ-LOG    ASSIGN     TO   DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ESTADO-LOG.
      *
           SELECT      ARQ-DIF    ASSIGN     TO   DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ESTADO.
      *
           COPY OPERSL.
      *
       DATA DIVISION.
       FILE SECTION.
      *
      *    REGISTRO DE LOG DE EXECUCAO (ARQ. "CONVLOG.LOG")
       FD  ARQ-LOG
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID ARQLOG-NOME-WS.
           COPY LOGCONV.
      *
      *    REGISTRO DE PARAMETROS DE EXECUCAO (ARQ. "CONVPARM.DAT")
           LABEL RECORD IS STANDARD.
           COPY PARMCONV.

           COPY OPERFD.
      *
       WORKING-STORAGE SECTION.
      *
       77  ESTADO                PIC X(02).
           COPY DADOS.
           COPY TELAWS.
           COPY PARMAUTO.
      *
           COPY OPERWS.
           COPY DURAWS.
       77  FALHOU-BTV-WS   VALUE "N"           PIC X(01).
           88  FALHOU-BTV                      VALUE "S".

           MOVE "CONVCLAS" TO PROGRAMA-EXEC-WS
           PERFORM CARREGA-PARM
           PERFORM PREPARA-TESTE
           IF MODO-AUTO
               MOVE DRIVE-PARM-WS TO U-CLASS-WS.
           IF MODO-AUTO AND TELA-PARM-WS NOT = ZEROS
           DISPLAY (9, 10) "Operador................:"
           IF NOT MODO-AUTO
               ACCEPT (, ) OPERADOR-EXEC-WS WITH PROMPT UPDATE.
           MOVE "CONVCLAS" TO PROGRAMA-ACE-WS
           MOVE MODO-AUTO-WS TO SEM-SENHA-ACE-WS
           PERFORM AUTENTICA-OPERADOR THRU AUTENTICA-OPERADOR-EXIT.

           DISPLAY (10, 10) "Informe o Drive dos arqs:"
           IF NOT MODO-AUTO
               PERFORM LE-OLD-CLASS UNTIL ACABOU-OLD
               CLOSE ARQ-OLD.

      *    NO MODO TESTE OS ARQUIVOS GERADOS VAO PARA O DRIVE DE
      *    RASCUNHO (O ANTERIOR ACIMA E LIDO DA PRODUCAO)
           IF MODO-TESTE
               MOVE DRIVE-TESTE-PARM-WS TO U-CLASS-TX
               MOVE DRIVE-TESTE-PARM-WS TO U-CLASS-DIF.
           MOVE "N" TO FALHOU-GRV-WS
           MOVE ".TMP" TO EXT-CLASS-TX
           MOVE ".TMQ" TO EXT-CLASS-DIF
           MOVE "CONVCLAS" TO PROGRAMA-CAB-WS
           ACCEPT DATA-GER-CAB-WS FROM DATE YYYYMMDD
           ACCEPT HORA-GER-CAB-WS FROM TIME
           MOVE SPACE TO TESTE-CAB-WS
           IF MODO-TESTE
               MOVE "T" TO TESTE-CAB-WS
           END-IF
           MOVE ZEROS TO FILIAL-CAB-WS
           MOVE SPACES TO FAIXA-CAB-WS
           STRING "DRIVE=" U-CLASS-WS
               MOVE FILTRO-PARM-TX     TO FILTRO-PARM-WS
               MOVE TELA-PARM-TX       TO TELA-PARM-WS
               MOVE OPERADOR-PARM-TX   TO OPERADOR-PARM-WS
               MOVE OPERADOR-PARM-TX   TO OPERADOR-EXEC-WS
               MOVE TESTE-PARM-TX      TO DRIVE-TESTE-PARM-WS.
       LE-PRM-EXIT.
           EXIT.
      *
           
      *
           COPY DURAPR.
      *
           COPY OPERPR.
      *
           COPY TESTEPR.
