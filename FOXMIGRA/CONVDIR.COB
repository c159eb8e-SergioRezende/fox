       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVDIR.
      *
      *    DATA DA ALTERACAO: 10/96
      *
      *    O DE-PARA DOS HISTORICOS (D-CH DO DIARIO PARA O HISTORICO
      *    DO SISTEMA NOVO) SAIU DAS TABELAS HISTORA-WS/HISTORN-WS
      *    COMPILADAS NO PROGRAMA E PASSOU A SER LIDO NA PARTIDA DO
      *    CADASTRO "ARQHISTO.DAT", MANTIDO PELO CADHISTO. LANCAMENTO
      *    COM HISTORICO SEM DE-PARA SAI NO DIARCV.SEQ COM HISTORICO
      *    000 E E LISTADO EM "DIARCV.EXC" (CONTA, DATA, DOCUMENTO,
      *    HISTORICO E VALOR), PARA SER ACERTADO ANTES DO ENVIO - ANTES
      *    ELE SAIA SEM TRADUCAO E SEM AVISO.
      *
      *    DATA DA ALTERACAO: 10/96
      *
      *    MODO TESTE DO CONVLOTE (DRIVE DE RASCUNHO NA LINHA DO
      *    CONVPARM.DAT): O DIARIO CONTINUA SENDO LIDO DO DRIVE DOS
      *    ARQS, MAS O DIARCV.SEQ, O DIARCV.EXC, O CHECKPOINT
      *    DIARCV.CKP E A LINHA DO CONVLOG.LOG FICAM NO DRIVE DE
      *    RASCUNHO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ESTADO.

           SELECT SAIDA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
	   FILE STATUS IS ESTADO.

           SELECT ARQ-CKPT ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
	   FILE STATUS IS ESTADO-CKPT.

           SELECT ARQ-EXC ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ESTADO-EXC.

           COPY HISTOSL.

           SELECT ARQ-LOG ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ESTADO-LOG.

           SELECT ARQ-PRM ASSIGN TO "CONVPARM.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ESTADO-PRM.
      *
           COPY OPERSL.
      *
       DATA DIVISION.
       FILE SECTION.
           02 D-SANT              PIC S9(11)V99 COMP-3.
      *
         FD SAIDA
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID SAIDA-NOME-WS.
         01  SAIDA-REG                          PIC X(600).
      *
         FD ARQ-CKPT
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID CKPT-NOME-WS.
         01  REG-CKPT.
             05 CONTREG-CKPT-TX                 PIC 9(05).
             05 PREG-CKPT-TX                    PIC 9(07).
      *
      *    LANCAMENTOS COM HISTORICO SEM DE-PARA (ARQ. "DIARCV.EXC")
         FD ARQ-EXC
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID EXC-NOME-WS.
         01  REG-EXC                            PIC X(80).
      *
           COPY HISTOFD.
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
           COPY OPERFD.
      *
       WORKING-STORAGE SECTION.
       77 CONTREG               PIC 9(5) VALUE ZERO.
       77 PREG                  PIC 9(07) VALUE ZERO.
       77 ESTADO                PIC X(02).
       77 ESTADO-CKPT           PIC X(02).
       77 ESTADO-LOG            PIC X(02).
       77 ESTADO-EXC            PIC X(02).
       77 SEM-HIST-77           PIC 9(07) VALUE ZERO.
       77 ESTADO-PRM            PIC X(02).
       77 CONTREG-CKPT-WS       PIC 9(05) VALUE ZERO.
       77 PREG-CKPT-WS          PIC 9(07) VALUE ZERO.
       77 DESCR1-77             PIC X(30).
       77 DESCR2-77             PIC X(30).
       77 LER-77 VALUE ZERO     PIC 9(01).
       01 SAIDA-NOME-WS VALUE "DIARCV.SEQ" PIC X(14).
       01 CKPT-NOME-WS  VALUE "DIARCV.CKP" PIC X(14).
       01 EXC-NOME-WS   VALUE "DIARCV.EXC" PIC X(14).
       77 CONTROLE-77 VALUE ZERO PIC S9(11)V99 COMP-3.
       01  DESCR-WS             PIC X(30).
       01  FILLER REDEFINES DESCR-WS.
       77  INTERVALO-TELA-WS  VALUE 100         PIC 9(05).
       77  CONTA-TELA-WS      VALUE 1           PIC 9(05).
           COPY PARMAUTO.
      *
           COPY OPERWS.
           COPY DURAWS.
           COPY HISTOVL.
      *
      *    LINHA DO ARQUIVO DE EXCECOES DE HISTORICO
       01  LINHA-EXC-WS.
           02 FILLER      PIC X(06)  VALUE "CONTA ".
           02 CONTA-EXC   PIC 9(11).
           02 FILLER      PIC X(01)  VALUE "-".
           02 CHEC-EXC    PIC 9(01).
           02 FILLER      PIC X(06)  VALUE " DATA ".
           02 DATA-EXC    PIC 9(06).
           02 FILLER      PIC X(06)  VALUE " DOC. ".
           02 DOCTO-EXC   PIC 9(08).
           02 FILLER      PIC X(06)  VALUE " HIST ".
           02 HIST-EXC    PIC 9(02).
           02 FILLER      PIC X(01)  VALUE SPACE.
           02 VALOR-EXC   PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           02 FILLER      PIC X(01)  VALUE SPACE.
           02 DC-EXC      PIC X(01).
       01  DETALHE-C.
           02 DATA-C   PIC 999999.
           02 FILLER      PIC XXX      VALUE ',0,'.
           ACCEPT HORA-INI-EXEC-WS FROM TIME.
           MOVE "CONVDIR" TO PROGRAMA-EXEC-WS
           PERFORM CARREGA-PARM
           PERFORM PREPARA-TESTE
           IF  MODO-TESTE
               MOVE SPACES TO SAIDA-NOME-WS CKPT-NOME-WS EXC-NOME-WS
               STRING DRIVE-TESTE-PARM-WS ":DIARCV.SEQ"
                   DELIMITED BY SIZE INTO SAIDA-NOME-WS
               STRING DRIVE-TESTE-PARM-WS ":DIARCV.CKP"
                   DELIMITED BY SIZE INTO CKPT-NOME-WS
               STRING DRIVE-TESTE-PARM-WS ":DIARCV.EXC"
                   DELIMITED BY SIZE INTO EXC-NOME-WS.
           IF  MODO-AUTO
               MOVE DRIVE-PARM-WS TO U-DIARIO-AUTO-WS
               MOVE DIARIO-AUTO-WS TO DIARIO-WS.
           IF MODO-AUTO AND TELA-PARM-WS NOT = ZEROS
               MOVE TELA-PARM-WS TO INTERVALO-TELA-WS.
           PERFORM CARREGA-HISTO THRU CARREGA-HISTO-EXIT
           IF  QTD-HISTO-WS = ZEROS
               DISPLAY (24, 10) "DE-PARA DE HISTORICOS VAZIO - CADHISTO"
               IF  MODO-AUTO GO TO TERMINA-ERRO-PARM END-IF
               STOP RUN.
           DISPLAY (11, 10) "Operador................:"
           IF  NOT MODO-AUTO
               ACCEPT (, ) OPERADOR-EXEC-WS WITH PROMPT UPDATE.
           MOVE "CONVDIR" TO PROGRAMA-ACE-WS
           MOVE MODO-AUTO-WS TO SEM-SENHA-ACE-WS
           PERFORM AUTENTICA-OPERADOR THRU AUTENTICA-OPERADOR-EXIT.
           DISPLAY (12, 10) "DIARIO:"
           IF  NOT MODO-AUTO
               ACCEPT (, ) DIARIO-WS WITH PROMPT UPDATE.
                   UNTIL SKIP-I-WS > PREG-CKPT-WS
               MOVE CONTREG-CKPT-WS TO CONTREG
               MOVE PREG-CKPT-WS    TO PREG
               OPEN EXTEND ARQ-EXC
               IF  ESTADO-EXC NOT = ZEROS
                   OPEN OUTPUT ARQ-EXC
               END-IF
           ELSE
               OPEN OUTPUT ARQ-EXC
               OPEN OUTPUT SAIDA
	       IF  ESTADO NOT = ZEROS
	           DISPLAY (24, 10) "ARQ-CONV COM ERRO"
		   MOVE CONTREG TO QTD-TR
		   MOVE CONTROLE-77 TO CONTROLE-TR
		   WRITE SAIDA-REG FROM DETALHE-TR
		   CLOSE ARQ-DIARIO SAIDA ARQ-EXC
		   PERFORM GRAVA-LOG
                   IF  MODO-AUTO GOBACK END-IF
		   STOP RUN.
                      MOVE CONTREG TO QTD-TR
                      MOVE CONTROLE-77 TO CONTROLE-TR
                      WRITE SAIDA-REG FROM DETALHE-TR
                      CLOSE ARQ-DIARIO SAIDA ARQ-EXC
                      IF  SEM-HIST-77 NOT = ZEROS
                          DISPLAY (22, 10)
                              "HISTORICOS SEM DE-PARA - VEJA DIARCV.EXC"
                          DISPLAY (22, 52) SEM-HIST-77
                      END-IF
                      PERFORM GRAVA-LOG
                      IF  MODO-AUTO GOBACK END-IF
    	              STOP RUN.
                   STRING '"' DESCR1-WS DESCR2-77 D-HIST '"'
	              DELIMITED BY "  " INTO DESCR-77.
           MOVE D-DC TO TIPOC-77
           MOVE D-CH TO ANTIGO-BUSCA-HIS-WS
           PERFORM ACHA-HISTO
           IF  IDX-ACHADO-HIS-WS = ZEROS
               PERFORM GRAVA-EXC.
           IF  D-DC = 'D'
	           MOVE D-DATA-L TO DATA-D
		   MOVE D-CONTA TO CONTA-D
		   MOVE D-VALOR TO VALOR-L-WS
		   MOVE VALOR-LR-WS TO VALOR-D
		   PERFORM MOVE-HIST-D
	           MOVE DESCR-77 TO DESCR-D
	           MOVE D-ARQ TO FILIAL-D
	           MOVE D-CUSTO TO CUSTO-D
		   MOVE D-CONTA TO CONTA-C
		   MOVE D-VALOR TO VALOR-L-WS
		   MOVE VALOR-LR-WS TO VALOR-C
		   PERFORM MOVE-HIST-C
	           MOVE DESCR-77 TO DESCR-C
	           MOVE D-ARQ TO FILIAL-C
	           MOVE D-CUSTO TO CUSTO-C
               PERFORM GRAVA-CKPT.
           GO TO VOLTA.

      *
      *    HISTORICO TRADUZIDO PELO DE-PARA; SEM DE-PARA SAI 000
       MOVE-HIST-D.
           IF  IDX-ACHADO-HIS-WS = ZEROS
               MOVE ZEROS TO HIST-D
           ELSE
               MOVE NOVO-TAB-HIS-WS (IDX-ACHADO-HIS-WS) TO HIST-D.

       MOVE-HIST-C.
           IF  IDX-ACHADO-HIS-WS = ZEROS
               MOVE ZEROS TO HIST-C
           ELSE
               MOVE NOVO-TAB-HIS-WS (IDX-ACHADO-HIS-WS) TO HIST-C.
      *
      *    LISTA EM DIARCV.EXC O LANCAMENTO COM HISTORICO SEM DE-PARA
       GRAVA-EXC.
           MOVE D-CONTA  TO CONTA-EXC
           MOVE D-CHEC   TO CHEC-EXC
           MOVE D-DATA-L TO DATA-EXC
           MOVE D-DOCTO  TO DOCTO-EXC
           MOVE D-CH     TO HIST-EXC
           MOVE D-VALOR  TO VALOR-EXC
           MOVE D-DC     TO DC-EXC
           WRITE REG-EXC FROM LINHA-EXC-WS
           ADD 1 TO SEM-HIST-77.

       GRAVA-CKPT.
           OPEN OUTPUT ARQ-CKPT
           MOVE CONTREG TO CONTREG-CKPT-TX
               INTO FILTRO-LOG-TX
           MOVE CONTREG TO LIDOS-LOG-TX
           MOVE CONTREG TO GRAVADOS-LOG-TX
           MOVE SEM-HIST-77 TO GRAVADOS2-LOG-TX
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
           MOVE 8 TO RETURN-CODE
           GOBACK.

      *
           COPY HISTOPR.
      *
           COPY DURAPR.
      *
           COPY OPERPR.
      *
           COPY TESTEPR.
