      *
      *    ESTE PROGRAMA GERA ARQ. TXT DE ARQ CLI DO ESTOQUE
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
      *    AS GRAFIAS DE MUNICIPIO NAO RESOLVIDAS VAO PARA O
      *    CONVMUNI.EXC DO RASCUNHO.
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
      *
           COPY MUNISL.
      *
           SELECT      ARQ-MEX    ASSIGN     TO   DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ESTADO-MEX.

           SELECT      ARQ-PUB    ASSIGN     TO   DISK
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
      *    GRAFIAS DE MUNICIPIO QUE NAO RESOLVERAM PARA CODIGO IBGE
      *    (ARQ. "CONVMUNI.EXC", ACRESCIDO A CADA EXECUCAO)
       FD  ARQ-MEX
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID ARQMEX-NOME-WS.
       01  REGMEX-TX.
           05  NOME-MEX-TX               PIC X(22).
           05  UF-MEX-TX                 PIC X(02).
           05  ORIGEM-MEX-TX             PIC X(08).

           COPY OPERFD.
      *
       WORKING-STORAGE SECTION.
      *
       77  ESTADO                PIC X(02).
       77  ESTADO-LOG            PIC X(02).
       77  ESTADO-PRM            PIC X(02).
       77  ESTADO-MEX            PIC X(02).
       01  ARQMEX-NOME-WS  VALUE "CONVMUNI.EXC" PIC X(14).
       77  LIDOS-77        VALUE 0             PIC 9(05).
       77  GRAVADOS-77     VALUE 0             PIC 9(05).
       77  GRAVADOS2-77     VALUE 0             PIC 9(05).
           COPY DADOS.
           COPY TELAWS.
           COPY PARMAUTO.
      *
           COPY OPERWS.
           COPY DURAWS.
       77  FALHOU-BTV-WS   VALUE "N"           PIC X(01).
           88  FALHOU-BTV                      VALUE "S".
           PERFORM CARREGA-FILIAL
           PERFORM CARREGA-MUNIC
           PERFORM CARREGA-PARM
           PERFORM PREPARA-TESTE
           IF MODO-TESTE
               MOVE SPACES TO ARQMEX-NOME-WS
               STRING DRIVE-TESTE-PARM-WS ":CONVMUNI.EXC"
                   DELIMITED BY SIZE INTO ARQMEX-NOME-WS.
           IF MODO-AUTO
               MOVE DRIVE-PARM-WS TO U-CLI-WS
               MOVE FILIAL-INI-PARM-WS TO FILIAL-INI-WS
           DISPLAY (9, 10) "Operador................:"
           IF NOT MODO-AUTO
               ACCEPT (, ) OPERADOR-EXEC-WS WITH PROMPT UPDATE.
           MOVE "CONVCLIE" TO PROGRAMA-ACE-WS
           MOVE MODO-AUTO-WS TO SEM-SENHA-ACE-WS
           PERFORM AUTENTICA-OPERADOR THRU AUTENTICA-OPERADOR-EXIT.

           DISPLAY (10, 10) "Informe o Drive dos arqs:"
           IF NOT MODO-AUTO
           MOVE FILIAL-CLI-WS TO FILIAL-CLI-NEG.
           MOVE FILIAL-CLI-WS TO FILIAL-CLI-PUB.

      *    NO MODO TESTE OS ARQUIVOS GERADOS VAO PARA O DRIVE DE
      *    RASCUNHO
           IF MODO-TESTE
               MOVE DRIVE-TESTE-PARM-WS TO U-CLI-TX
               MOVE DRIVE-TESTE-PARM-WS TO U-CLI-NEG
               MOVE DRIVE-TESTE-PARM-WS TO U-CLI-PUB.
           MOVE "N" TO FALHOU-GRV-WS
           MOVE ".TMP" TO EXT-CLI-TX
           MOVE ".TMQ" TO EXT-CLI-NEG
           MOVE "CONVCLIE" TO PROGRAMA-CAB-WS
           ACCEPT DATA-GER-CAB-WS FROM DATE YYYYMMDD
           ACCEPT HORA-GER-CAB-WS FROM TIME
           MOVE SPACE TO TESTE-CAB-WS
           IF MODO-TESTE
               MOVE "T" TO TESTE-CAB-WS
           END-IF
           MOVE FILIAL-CLI-WS TO FILIAL-CAB-WS
           MOVE SPACES TO FAIXA-CAB-WS
           STRING "DRIVE=" U-CLI-WS " CORTE=" DATA-CORTE-WS
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
