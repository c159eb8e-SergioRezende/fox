      *
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. CONVPLVA.
       AUTHOR. LUIS AUGUSTO.
      *
      *    DATA DA ALTERACAO: 10/96
      *
      *    CONFERENCIA DOS LANCAMENTOS CONTRA O PLANO DE CONTAS
      *    ("ARQPLANO.DAT" DO CADPLANO). LE UM ARQUIVO NO LAYOUT
      *    BINARIO DO DIARIO - O PROPRIO "DIARIO.SEQ" OU O LOTE
      *    "x:CONTABff.SEQ" GERADO PELO CONVCTAB - E REJEITA, EM
      *    "CONVPLVA.REL", O LANCAMENTO EM CONTA FORA DO PLANO, EM
      *    CONTA SINTETICA OU COM O DIGITO VERIFICADOR (D-CHEC)
      *    DIFERENTE DO CADASTRADO. LINHAS DE HISTORICO COMPLEMENTAR
      *    (VALOR ZERADO) FICAM DE FORA, COMO NO CONVDIR. NO MODO NAO
      *    ASSISTIDO, FILTRO "CONTAB" NO CONVPARM.DAT CONFERE O LOTE
      *    DO CONVCTAB DA FILIAL INICIAL; SEM FILTRO, O DIARIO.
      *
      *    DATA DA ALTERACAO: 10/96
      *
      *    CADA "CONVPLVA.REL" GERADO E GUARDADO NO ARQUIVO DE
      *    RELATORIOS (COPY ARQRPR) COM A FILIAL, O PERIODO E A
      *    HORA DA GERACAO, PARA CONSULTA E REIMPRESSAO PELO
      *    CADARQR.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
           SELECT      ARQ-DIARIO     ASSIGN     TO   DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ESTADO.
      *
           SELECT      ARQ-REL    ASSIGN     TO   "CONVPLVA.REL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ESTADO-REL.
      *
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
           COPY PLANOSL.
      *
           COPY OPERSL.
      *
       DATA DIVISION.
       FILE SECTION.
      *
       FD  ARQ-DIARIO
           LABEL     RECORD       STANDARD
           VALUE     OF FILE-ID   DIARIO-WS
           DATA      RECORD       REG-DIARIO.
       01  REG-DIARIO.
           02 D-CONTA             PIC 9(11) COMP-3.
           02 D-CHEC              PIC 9.
           02 D-DATA-L            PIC 9(6) COMP-3.
           02 D-NUM               PIC 9(5) COMP-3.
           02 D-CH                PIC 99.
           02 D-HIST              PIC X(30).
           02 D-TIPOHIST          PIC X(01).
           02 D-DOCTO             PIC 9(8) COMP-3.
           02 D-DATA-D            PIC 9(6) COMP-3.
           02 D-CUSTO             PIC 999  COMP-3.
           02 D-ARQ               PIC 9(5) COMP-3.
           02 D-VALOR             PIC 9(12)V99 COMP-3.
           02 D-DC                PIC X.
           02 D-SANT              PIC S9(11)V99 COMP-3.
      *
       FD  ARQ-REL
           LABEL     RECORD       STANDARD
           VALUE     OF FILE-ID   "CONVPLVA.REL"
           DATA      RECORD       REG-REL.
       01  REG-REL                           PIC X(110).
      *
      *    REGISTRO DE LOG DE EXECUCAO (ARQ. "CONVLOG.LOG")
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
           LABEL RECORD IS STANDARD.
           COPY PARMCONV.
      *
           COPY PLANOFD.
      *
           COPY OPERFD.
      *
       WORKING-STORAGE SECTION.
      *
       77  ESTADO                PIC X(02).
       77  ESTADO-REL            PIC X(02).
       77  ESTADO-LOG            PIC X(02).
       77  ESTADO-PRM            PIC X(02).
       77  LIDOS-77        VALUE 0             PIC 9(07).
       77  REJEITADOS-77   VALUE 0             PIC 9(07).
      *    REPINTA OS CONTADORES DA TELA SO A CADA INTERVALO-TELA-WS
      *    REGISTROS, PARA A TELA NAO DOMINAR A VARREDURA
       77  INTERVALO-TELA-WS  VALUE 100         PIC 9(05).
       77  CONTA-TELA-WS      VALUE 1           PIC 9(05).
       77  I                                   PIC 9(02).
       77  E                                   PIC 9(02).
       77  FIM-DIARIO-WS                       PIC X(01).
           88  ACABOU-DIARIO                   VALUE "S".
      *
       01  DIARIO-WS            PIC X(14).
       01  DIARIO-AUTO-WS.
           05  U-DIARIO-AUTO-WS          PIC X(01).
           05  FILLER VALUE ":DIARIO.SEQ" PIC X(11).
           05  FILLER                    PIC X(02).
       01  CONTAB-AUTO-WS.
           05  U-CONTAB-AUTO-WS          PIC X(01).
           05  FILLER VALUE ":CONTAB"    PIC X(07).
           05  FILIAL-CONTAB-AUTO-WS     PIC 9(02).
           05  FILLER VALUE ".SEQ"       PIC X(04).
      *
       01  LINHA-REJ-WS.
           05  FILLER  VALUE "CONTA "          PIC X(06).
           05  CONTA-LIN-WS                    PIC 9(11).
           05  FILLER  VALUE "-"               PIC X(01).
           05  CHEC-LIN-WS                     PIC 9(01).
           05  FILLER  VALUE " DATA "          PIC X(06).
           05  DATA-LIN-WS                     PIC 9(06).
           05  FILLER  VALUE " DOC. "          PIC X(06).
           05  DOCTO-LIN-WS                    PIC 9(08).
           05  FILLER                          PIC X(01).
           05  VALOR-LIN-WS                    PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                          PIC X(01).
           05  DC-LIN-WS                       PIC X(01).
           05  FILLER                          PIC X(01).
           05  MOTIVO-LIN-WS                   PIC X(30).
      *
           COPY TELAWS.
           COPY PLANOVL.
           COPY PARMAUTO.
      *
           COPY OPERWS.
           COPY DURAWS.
      *
           COPY ARQRVL.
      *
           COPY TRAVAWS.
      *
       PROCEDURE DIVISION.
      *
       INICIO-010.
           DISPLAY (1, 1) ERASE.
           ACCEPT HORA-INI-EXEC-WS FROM TIME.
       015-DATAS.
           DISPLAY (5, 12) "* CONFERENCIA COM O PLANO DE CONTAS *"

           MOVE "CONVPLVA" TO PROGRAMA-EXEC-WS
           PERFORM CARREGA-PARM THRU CARREGA-PARM-EXIT
           IF MODO-AUTO AND TELA-PARM-WS NOT = ZEROS
               MOVE TELA-PARM-WS TO INTERVALO-TELA-WS.
           IF  MODO-AUTO
               MOVE DRIVE-PARM-WS TO U-DIARIO-AUTO-WS
               MOVE DIARIO-AUTO-WS TO DIARIO-WS
               IF FILTRO-PARM-WS (1:6) = "CONTAB"
                   MOVE DRIVE-PARM-WS TO U-CONTAB-AUTO-WS
                   MOVE FILIAL-INI-PARM-WS TO FILIAL-CONTAB-AUTO-WS
                   MOVE CONTAB-AUTO-WS TO DIARIO-WS.

           PERFORM CARREGA-PLANO THRU CARREGA-PLANO-EXIT
           IF QTD-PLANO-WS = ZEROS
               DISPLAY (23, 10)
                   "PLANO DE CONTAS VAZIO - RODE O CADPLANO"
               IF MODO-AUTO GO TO TERMINA-ERRO-PARM END-IF
               STOP RUN.

           DISPLAY (9, 10) "Operador................:"
           IF  NOT MODO-AUTO
               ACCEPT (, ) OPERADOR-EXEC-WS WITH PROMPT UPDATE.
           MOVE "CONVPLVA" TO PROGRAMA-ACE-WS
           MOVE MODO-AUTO-WS TO SEM-SENHA-ACE-WS
           PERFORM AUTENTICA-OPERADOR THRU AUTENTICA-OPERADOR-EXIT.

           DISPLAY (10, 10) "DIARIO OU LOTE CONTABIL:"
           IF  NOT MODO-AUTO
               ACCEPT (, ) DIARIO-WS WITH PROMPT UPDATE
               ACCEPT ESCAPE-77 FROM ESCAPE KEY
               IF ESCAPE-77 NOT = ZEROS STOP RUN.

           DISPLAY (15, 10) "LANCAMENTOS LIDOS:        REJEITADOS:"
           MOVE 0 TO LIDOS-77 REJEITADOS-77
           OPEN INPUT ARQ-DIARIO
           IF  ESTADO NOT = ZEROS
               DISPLAY (24, 10) "ARQUIVO COM ERRO"
               IF  MODO-AUTO GO TO TERMINA-ERRO-PARM END-IF
               GO TO 015-DATAS.
           OPEN OUTPUT ARQ-REL
           MOVE SPACES TO REG-REL
           STRING "CONFERENCIA COM O PLANO DE CONTAS - " DIARIO-WS
               DELIMITED BY SIZE INTO REG-REL
           WRITE REG-REL
           MOVE "N" TO FIM-DIARIO-WS
           PERFORM LE-LANCAMENTO THRU LE-LANCAMENTO-EXIT
               UNTIL ACABOU-DIARIO
           CLOSE ARQ-DIARIO
           MOVE SPACES TO REG-REL
           STRING "LANCAMENTOS CONFERIDOS: " LIDOS-77
               "  REJEITADOS: " REJEITADOS-77
               DELIMITED BY SIZE INTO REG-REL
           WRITE REG-REL
           CLOSE ARQ-REL
           PERFORM REPINTA-TELA
           IF REJEITADOS-77 = ZEROS
               DISPLAY (23, 10) "NENHUM LANCAMENTO REJEITADO"
           ELSE
               DISPLAY (23, 10) "REJEITADOS - VEJA CONVPLVA.REL".
           PERFORM GRAVA-LOG
           IF MODO-AUTO GOBACK.
           GO TO 015-DATAS.
      *
      *    CONFERE UM LANCAMENTO: CONTA NO PLANO, CONTA ANALITICA E
      *    DIGITO VERIFICADOR IGUAL AO CADASTRADO
       LE-LANCAMENTO.
           READ ARQ-DIARIO NEXT
               AT END MOVE "S" TO FIM-DIARIO-WS
           END-READ
           IF ACABOU-DIARIO GO TO LE-LANCAMENTO-EXIT.
           IF D-VALOR = ZEROS
               GO TO LE-LANCAMENTO-EXIT.
           ADD 1 TO LIDOS-77
           PERFORM MOSTRA-PROGRESSO
           MOVE D-CONTA TO CONTA-BUSCA-PLA-WS
           PERFORM ACHA-PLANO
           IF IDX-ACHADO-PLA-WS = ZEROS
               MOVE "CONTA FORA DO PLANO" TO MOTIVO-LIN-WS
               PERFORM GRAVA-REJEITADO
               GO TO LE-LANCAMENTO-EXIT.
           IF SINTETICA-PLA (IDX-ACHADO-PLA-WS)
               MOVE "LANCAMENTO EM CONTA SINTETICA" TO MOTIVO-LIN-WS
               PERFORM GRAVA-REJEITADO
               GO TO LE-LANCAMENTO-EXIT.
           IF D-CHEC NOT = DIGITO-TAB-PLA-WS (IDX-ACHADO-PLA-WS)
               MOVE "DIGITO VERIFICADOR ERRADO" TO MOTIVO-LIN-WS
               PERFORM GRAVA-REJEITADO.
       LE-LANCAMENTO-EXIT.
           EXIT.
      *
       GRAVA-REJEITADO.
           MOVE D-CONTA  TO CONTA-LIN-WS
           MOVE D-CHEC   TO CHEC-LIN-WS
           MOVE D-DATA-L TO DATA-LIN-WS
           MOVE D-DOCTO  TO DOCTO-LIN-WS
           MOVE D-VALOR  TO VALOR-LIN-WS
           MOVE D-DC     TO DC-LIN-WS
           WRITE REG-REL FROM LINHA-REJ-WS
           ADD 1 TO REJEITADOS-77.
      *
      *    PINTA OS CONTADORES SO A CADA INTERVALO-TELA-WS REGISTROS
       MOSTRA-PROGRESSO.
           SUBTRACT 1 FROM CONTA-TELA-WS
           IF CONTA-TELA-WS = ZEROS
               MOVE INTERVALO-TELA-WS TO CONTA-TELA-WS
               PERFORM REPINTA-TELA.
      *
       REPINTA-TELA.
           DISPLAY (15, 29) LIDOS-77
           DISPLAY (15, 48) REJEITADOS-77.
      *
      *    GRAVA UMA LINHA NO LOG PERSISTENTE DE EXECUCOES (CONVLOG.LOG)
       GRAVA-LOG.
           MOVE "CONVPLVA" TO PROGRAMA-LOG-TX
           ACCEPT DATA-EXEC-LOG-TX FROM DATE YYYYMMDD
           ACCEPT HORA-EXEC-LOG-TX FROM TIME
           MOVE OPERADOR-EXEC-WS TO OPERADOR-LOG-TX
           ACCEPT HORA-FIM-EXEC-WS FROM TIME
           PERFORM CALCULA-DURACAO
           MOVE HORA-INI6-EXEC-WS TO HORA-INI-LOG-TX
           MOVE DURACAO-EXEC-WS TO DURACAO-LOG-TX
           MOVE SPACES TO FILTRO-LOG-TX
           STRING "ARQUIVO=" DIARIO-WS
               DELIMITED BY SIZE
               INTO FILTRO-LOG-TX
           MOVE LIDOS-77 TO LIDOS-LOG-TX
           MOVE REJEITADOS-77 TO GRAVADOS-LOG-TX
           MOVE 0 TO GRAVADOS2-LOG-TX
           MOVE "CONVPLVA.REL" TO NOME-REL-ARR-WS
           PERFORM GUARDA-RELATORIO THRU GUARDA-RELATORIO-EXIT
           OPEN EXTEND ARQ-LOG
           IF  ESTADO-LOG NOT = ZEROS
               OPEN OUTPUT ARQ-LOG.
           WRITE REGLOG-TX
           CLOSE ARQ-LOG.
      *
      *    PROCURA EM "CONVPARM.DAT" A LINHA DE PARAMETROS DESTE
      *    PROGRAMA; SE ACHAR, LIGA O MODO NAO ASSISTIDO
       CARREGA-PARM.
           MOVE "N" TO MODO-AUTO-WS
           MOVE "N" TO FIM-PRM-WS
           OPEN INPUT ARQ-PRM
           IF ESTADO-PRM NOT = ZEROS
               GO TO CARREGA-PARM-EXIT.
           PERFORM LE-PRM THRU LE-PRM-EXIT
               UNTIL ACABOU-PRM OR MODO-AUTO
           CLOSE ARQ-PRM.
       CARREGA-PARM-EXIT.
           EXIT.
      *
       LE-PRM.
           READ ARQ-PRM AT END MOVE "S" TO FIM-PRM-WS END-READ
           IF ACABOU-PRM GO TO LE-PRM-EXIT.
           IF PROGRAMA-PARM-TX = PROGRAMA-EXEC-WS
               MOVE "S" TO MODO-AUTO-WS
               MOVE DRIVE-PARM-TX      TO DRIVE-PARM-WS
               MOVE FILIAL-INI-PARM-TX TO FILIAL-INI-PARM-WS
               MOVE FILIAL-FIM-PARM-TX TO FILIAL-FIM-PARM-WS
               MOVE DIA-INI-PARM-TX    TO DIA-INI-PARM-WS
               MOVE MES-INI-PARM-TX    TO MES-INI-PARM-WS
               MOVE ANO-INI-PARM-TX    TO ANO-INI-PARM-WS
               MOVE DIA-FIM-PARM-TX    TO DIA-FIM-PARM-WS
               MOVE MES-FIM-PARM-TX    TO MES-FIM-PARM-WS
               MOVE ANO-FIM-PARM-TX    TO ANO-FIM-PARM-WS
               MOVE FILTRO-PARM-TX     TO FILTRO-PARM-WS
               MOVE TELA-PARM-TX       TO TELA-PARM-WS
               MOVE OPERADOR-PARM-TX   TO OPERADOR-PARM-WS
               MOVE OPERADOR-PARM-TX   TO OPERADOR-EXEC-WS.
       LE-PRM-EXIT.
           EXIT.
      *
      *    EM MODO NAO ASSISTIDO NAO HA OPERADOR PARA CORRIGIR UM
      *    PARAMETRO INVALIDO: DEVOLVE O CONTROLE COM CODIGO 8
       TERMINA-ERRO-PARM.
           MOVE 8 TO RETURN-CODE
           GOBACK.
      *
           COPY PLANOPR.
      *
           COPY DURAPR.
      *
           COPY OPERPR.
      *
           COPY ARQRPR.
      *
           COPY TRAVAPR.
