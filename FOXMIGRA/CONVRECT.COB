      *    COM A SAIDA CORRESPONDENTE PELA FILIAL DE ORIGEM E NUMERO
      *    DA NOTA, GERANDO UM RELATORIO ("TRANSREC.TXT") DAS
      *    TRANSFERENCIAS QUE FICARAM SEM PAR DE UM DOS DOIS LADOS.
      *
      *    DATA DA ALTERACAO: 10/96
      *
      *    MODO TESTE DO CONVLOTE (DRIVE DE RASCUNHO NA LINHA DO
      *    CONVPARM.DAT): RECONCILIA O TRANSF.LOG DO RASCUNHO,
      *    GRAVADO PELO CONVNOTA E PELO CONVENTR DA MESMA CADEIA DE
      *    TESTE, E GRAVA LA O TRANSREC.TXT (CABECALHO MARCADO COMO
      *    TESTE) E A LINHA DO CONVLOG.LOG.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
           SELECT      ARQ-TRF    ASSIGN     TO   DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ESTADO.

           SELECT      ARQ-REC    ASSIGN     TO   DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ESTADO-REC.

           SELECT      ARQ-LOG    ASSIGN     TO   DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ESTADO-LOG.
      *
           SELECT      ARQ-PRM    ASSIGN     TO   "CONVPARM.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ESTADO-PRM.
      *
           COPY OPERSL.
      *
       DATA DIVISION.
       FILE SECTION.
      *    REGISTRO DE LOG DE TRANSFERENCIAS ENTRE FILIAIS
      *    (ARQ. "TRANSF.LOG")
       FD  ARQ-TRF
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID ARQTRF-NOME-WS.
           COPY TRANSFLOG.
      *
       FD  ARQ-REC
           LABEL     RECORD       STANDARD
           VALUE     OF FILE-ID   ARQREC-NOME-WS
           DATA      RECORD       REG-REC.
       01  REG-REC                           PIC X(60).
      *    REGISTRO CABECALHO (COPY CABCONV, GRAVADO NA ABERTURA)
      *
      *    REGISTRO DE LOG DE EXECUCAO (ARQ. "CONVLOG.LOG")
       FD  ARQ-LOG
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID ARQLOG-NOME-WS.
           COPY LOGCONV.
      *
      *    REGISTRO DE PARAMETROS DE EXECUCAO (ARQ. "CONVPARM.DAT")
       FD  ARQ-PRM
           LABEL RECORD IS STANDARD.
           COPY PARMCONV.
      *
           COPY OPERFD.
      *
       WORKING-STORAGE SECTION.
      *
       01  ARQREC-TX.
           05  FILLER VALUE "TRANSREC"         PIC X(08).
           05  EXT-REC-TX VALUE ".TXT"         PIC X(04).
       01  ARQREC-NOME-WS                      PIC X(14).
       77  ESTADO-REC            PIC X(02).
       77  ESTADO-LOG            PIC X(02).
       77  ESTADO-PRM            PIC X(02).
       77  INTERVALO-TELA-WS  VALUE 100         PIC 9(05).
       77  CONTA-TELA-WS      VALUE 1           PIC 9(05).
           COPY PARMAUTO.
      *
           COPY OPERWS.
           COPY DURAWS.
       77  FALHOU-GRV-WS   VALUE "N"           PIC X(01).
           88  FALHOU-GRV                      VALUE "S".
           ACCEPT HORA-INI-EXEC-WS FROM TIME.
           MOVE "CONVRECT" TO PROGRAMA-EXEC-WS
           PERFORM CARREGA-PARM
           PERFORM PREPARA-TESTE
           IF  MODO-AUTO AND TELA-PARM-WS NOT = ZEROS
               MOVE TELA-PARM-WS TO INTERVALO-TELA-WS.
           DISPLAY (9, 10) "Operador................:"
           IF  NOT MODO-AUTO
               ACCEPT (, ) OPERADOR-EXEC-WS WITH PROMPT UPDATE.
           MOVE "CONVRECT" TO PROGRAMA-ACE-WS
           MOVE MODO-AUTO-WS TO SEM-SENHA-ACE-WS
           PERFORM AUTENTICA-OPERADOR THRU AUTENTICA-OPERADOR-EXIT.
           DISPLAY (10, 10) "RECONCILIACAO DE TRANSFERENCIAS"
           OPEN INPUT ARQ-TRF
           IF  ESTADO NOT = ZEROS
               STOP RUN.
           MOVE "N" TO FALHOU-GRV-WS
           MOVE ".TMP" TO EXT-REC-TX
           PERFORM MONTA-NOME-REC
           OPEN OUTPUT ARQ-REC
           IF  ESTADO-REC NOT = ZEROS
               DISPLAY (24, 10) "ARQ. TRANSREC.TXT COM ERRO"
           WRITE REG-REC FROM TRAILER-REC
           IF ESTADO-REC NOT = ZEROS PERFORM GRAVA-ERRO-GRV END-IF
           CLOSE ARQ-REC
           MOVE ARQREC-NOME-WS TO NOME-TMP-WS
           MOVE ".TXT" TO EXT-REC-TX
           PERFORM MONTA-NOME-REC
           MOVE ARQREC-NOME-WS TO NOME-DEF-WS
           PERFORM EFETIVA-ARQ
           DISPLAY (16, 32) GRAVADOS-77
           PERFORM GRAVA-LOG
               CALL "CBL_DELETE_FILE" USING NOME-DEF-WS
               CALL "CBL_RENAME_FILE" USING NOME-TMP-WS NOME-DEF-WS.
      *
      *    MONTA O NOME DO RELATORIO: NO MODO TESTE ELE VAI PARA O
      *    DRIVE DE RASCUNHO
       MONTA-NOME-REC.
           MOVE SPACES TO ARQREC-NOME-WS
           IF MODO-TESTE
               STRING DRIVE-TESTE-PARM-WS ":" ARQREC-TX
                   DELIMITED BY SIZE INTO ARQREC-NOME-WS
           ELSE
               MOVE ARQREC-TX TO ARQREC-NOME-WS.
      *
      *    MONTA O REGISTRO DE CABECALHO ("0") QUE ABRE O RELATORIO
      *    GERADO, COM PROGRAMA E DATA/HORA DA GERACAO
       MONTA-CAB.
           MOVE "CONVRECT" TO PROGRAMA-CAB-WS
           ACCEPT DATA-GER-CAB-WS FROM DATE YYYYMMDD
           ACCEPT HORA-GER-CAB-WS FROM TIME
           MOVE SPACE TO TESTE-CAB-WS
           IF MODO-TESTE
               MOVE "T" TO TESTE-CAB-WS
           END-IF
           MOVE ZEROS TO FILIAL-CAB-WS
           MOVE SPACES TO FAIXA-CAB-WS
           STRING "ARQ=TRANSF.LOG"
               MOVE FILTRO-PARM-TX     TO FILTRO-PARM-WS
               MOVE TELA-PARM-TX       TO TELA-PARM-WS
               MOVE OPERADOR-PARM-TX   TO OPERADOR-PARM-WS
               MOVE OPERADOR-PARM-TX   TO OPERADOR-EXEC-WS
               MOVE TESTE-PARM-TX      TO DRIVE-TESTE-PARM-WS.
       LE-PRM-EXIT.
           EXIT.
      *
           GOBACK.
      *
           COPY DURAPR.
      *
           COPY OPERPR.
      *
           COPY TESTEPR.
