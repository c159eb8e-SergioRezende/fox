      *    HA EXCECAO - O CONVLOTE SEGURA O LOTE COMO JA SEGURA PARA
      *    O CONVCHK, EM VEZ DE O DADO QUICAR NO RECEPTOR SEMANAS
      *    DEPOIS. RODA NA CADEIA DO CONVLOTE LOGO ANTES DO CONVCHK.
      *
      *    DATA DA ALTERACAO: 10/96
      *
      *    MODO TESTE DO CONVLOTE (DRIVE DE RASCUNHO NA LINHA DO
      *    CONVPARM.DAT): PERFILA OS ARQUIVOS GERADOS NO DRIVE DE
      *    RASCUNHO E GRAVA LA O CONVPROF.REL E A LINHA DO
      *    CONVLOG.LOG.
      *
      *    DATA DA ALTERACAO: 10/96
      *
      *    CADA "CONVPROF.REL" GERADO E GUARDADO NO ARQUIVO DE
      *    RELATORIOS (COPY ARQRPR) COM A FILIAL, O PERIODO E A
      *    HORA DA GERACAO, PARA CONSULTA E REIMPRESSAO PELO
      *    CADARQR. O DO DRIVE DE TESTE NAO E GUARDADO: O ENSAIO NAO
      *    MEXE NOS ARQUIVOS DE CONTROLE COMPARTILHADOS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ESTADO.
      *
           SELECT      ARQ-REL    ASSIGN     TO   DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ESTADO-REL.
      *
           SELECT      ARQ-LOG    ASSIGN     TO   DISK
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
      *
       FD  ARQ-REL
           LABEL     RECORD       STANDARD
           VALUE     OF FILE-ID   ARQREL-NOME-WS
           DATA      RECORD       REG-REL.
       01  REG-REL                           PIC X(110).
      *
      *    REGISTRO DE LOG DE EXECUCAO (ARQ. "CONVLOG.LOG")
       FD  ARQ-LOG
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID ARQLOG-NOME-WS.
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
               10  AMOSTRA-EXC-WS              PIC X(40).
      *
       01  ARQENT-WS                           PIC X(14).
       01  ARQREL-NOME-WS  VALUE "CONVPROF.REL" PIC X(14).
       01  ARQDIA-WS.
           05  U-DIA-WS                        PIC X(01).
           05  PREF-DIA-WS                     PIC X(03).
      *
           COPY TELAWS.
           COPY PARMAUTO.
      *
           COPY OPERWS.
           COPY DURAWS.
           COPY FILIALVL.
      *
           COPY ARQRVL.
      *
           COPY TRAVAWS.
      *
       PROCEDURE DIVISION.
      *
           PERFORM CARREGA-FILIAL
           MOVE "CONVPROF" TO PROGRAMA-EXEC-WS
           PERFORM CARREGA-PARM
           PERFORM PREPARA-TESTE
           IF MODO-AUTO AND TELA-PARM-WS NOT = ZEROS
               MOVE TELA-PARM-WS TO INTERVALO-TELA-WS.
           IF MODO-AUTO
           DISPLAY (9, 10) "Operador................:"
           IF NOT MODO-AUTO
               ACCEPT (, ) OPERADOR-EXEC-WS WITH PROMPT UPDATE.
           MOVE "CONVPROF" TO PROGRAMA-ACE-WS
           MOVE MODO-AUTO-WS TO SEM-SENHA-ACE-WS
           PERFORM AUTENTICA-OPERADOR THRU AUTENTICA-OPERADOR-EXIT.

           DISPLAY (10, 10) "Informe o Drive dos arqs:"
           IF NOT MODO-AUTO
               ACCEPT (, ) U-DIA-WS WITH PROMPT UPDATE
               ACCEPT ESCAPE-77 FROM ESCAPE KEY
               IF ESCAPE-77 NOT = ZEROS STOP RUN.
      *
      *    NO MODO TESTE OS ARQUIVOS DO LOTE SAO LIDOS DO DRIVE DE
      *    RASCUNHO E O RELATORIO E GRAVADO LA
           IF MODO-TESTE
               MOVE DRIVE-TESTE-PARM-WS TO U-DIA-WS
               MOVE SPACES TO ARQREL-NOME-WS
               STRING DRIVE-TESTE-PARM-WS ":CONVPROF.REL"
                   DELIMITED BY SIZE INTO ARQREL-NOME-WS.

           DISPLAY (11, 10) "Informe a Filial .......:"
           IF NOT MODO-AUTO
           MOVE LIDOS-77 TO LIDOS-LOG-TX
           MOVE EXCECOES-77 TO GRAVADOS-LOG-TX
           MOVE 0 TO GRAVADOS2-LOG-TX
           IF NOT MODO-TESTE
               MOVE ARQREL-NOME-WS TO NOME-REL-ARR-WS
               PERFORM GUARDA-RELATORIO THRU GUARDA-RELATORIO-EXIT.
           OPEN EXTEND ARQ-LOG
           IF  ESTADO-LOG NOT = ZEROS
               OPEN OUTPUT ARQ-LOG.
               MOVE FILTRO-PARM-TX     TO FILTRO-PARM-WS
               MOVE TELA-PARM-TX       TO TELA-PARM-WS
               MOVE OPERADOR-PARM-TX   TO OPERADOR-PARM-WS
               MOVE OPERADOR-PARM-TX   TO OPERADOR-EXEC-WS
               MOVE TESTE-PARM-TX      TO DRIVE-TESTE-PARM-WS.
       LE-PRM-EXIT.
           EXIT.
      *
           COPY FILIALPR.
      *
           COPY DURAPR.
      *
           COPY OPERPR.
      *
           COPY TESTEPR.
      *
           COPY ARQRPR.
      *
           COPY TRAVAPR.
