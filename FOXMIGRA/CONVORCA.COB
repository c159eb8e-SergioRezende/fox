      *
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. CONVORCA.
       AUTHOR. LUIS AUGUSTO.
      *
      *    DATA DA ALTERACAO: 10/96
      *
      *    ORCADO X REALIZADO POR CONTA E CENTRO DE CUSTO: PARA O
      *    MES/ANO INFORMADO, COMPARA O ORCAMENTO ("ARQORCA.DAT" DO
      *    CADORCA) COM O MOVIMENTO DO DIARIO CONTABIL (O MESMO DO
      *    CONVBALA), NO MES E NO ACUMULADO DO ANO ATE O MES, COM A
      *    VARIACAO (REALIZADO - ORCADO) E O PERCENTUAL SOBRE O
      *    ORCADO. O REALIZADO E APURADO NA NATUREZA DA CONTA NO
      *    PLANO (DEVEDORA: DEBITOS - CREDITOS; CREDORA: CREDITOS -
      *    DEBITOS; FORA DO PLANO VALE DEVEDORA), COMO O ORCAMENTO E
      *    DIGITADO. O LANCAMENTO CAI NA LINHA DO SEU CENTRO DE CUSTO;
      *    SEM ELA, NA LINHA 000 DA CONTA (ORCAMENTO DA CONTA
      *    INTEIRA); CONTA ORCADA COM GASTO EM CENTRO SEM ORCAMENTO
      *    SAI NUMA LINHA PROPRIA, MARCADA. CONTA SEM NENHUM ORCAMENTO
      *    NO ANO FICA DE FORA. LINHA COM VARIACAO ACIMA DA
      *    TOLERANCIA (NO MES OU NO ACUMULADO) SAI MARCADA PARA O
      *    RESPONSAVEL EXPLICAR ANTES DA REUNIAO MENSAL. RELATORIO EM
      *    "CONVORCA.REL", NA ORDEM DO PLANO DE CONTAS.
      *
      *    DATA DA ALTERACAO: 10/96
      *
      *    CADA "CONVORCA.REL" GERADO E GUARDADO NO ARQUIVO DE
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
           SELECT      ARQ-REL    ASSIGN     TO   "CONVORCA.REL"
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
           COPY ORCASL.
      *
           COPY EMPRESL.
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
           VALUE     OF FILE-ID   "CONVORCA.REL"
           DATA      RECORD       REG-REL.
       01  REG-REL                           PIC X(160).
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
           COPY ORCAFD.
      *
           COPY EMPREFD.
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
      *    REPINTA OS CONTADORES DA TELA SO A CADA INTERVALO-TELA-WS
      *    REGISTROS, PARA A TELA NAO DOMINAR A VARREDURA DO DIARIO
       77  INTERVALO-TELA-WS  VALUE 100         PIC 9(05).
       77  CONTA-TELA-WS      VALUE 1           PIC 9(05).
       77  LINHAS-77       VALUE 0             PIC 9(05).
       77  MARCADAS-77     VALUE 0             PIC 9(05).
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
      *
      *    MES/ANO DO RELATORIO E TOLERANCIA DA VARIACAO (%)
       77  MES-REL-WS      VALUE ZEROS         PIC 9(02).
       01  ANO-REL-WS      VALUE ZEROS         PIC 9(04).
       01  FILLER REDEFINES ANO-REL-WS.
           05  FILLER                          PIC 9(02).
           05  AA-REL-WS                       PIC 9(02).
       77  TOLERANCIA-WS   VALUE 10            PIC 9(03).
       01  HOJE-WS                             PIC 9(08).
       01  FILLER REDEFINES HOJE-WS.
           05  ANO-HOJE-WS                     PIC 9(04).
           05  MES-HOJE-WS                     PIC 9(02).
           05  DIA-HOJE-WS                     PIC 9(02).
       01  DATA-LANC-WS                        PIC 9(06).
       01  FILLER REDEFINES DATA-LANC-WS.
           05  AA-LANC-WS                      PIC 9(02).
           05  MM-LANC-WS                      PIC 9(02).
           05  DD-LANC-WS                      PIC 9(02).
      *
      *    LINHAS DO RELATORIO POR CONTA/CENTRO DE CUSTO: ORCADO E
      *    REALIZADO DO MES E ACUMULADOS ATE O MES, NA NATUREZA DA
      *    CONTA. TEM-ORC "N" = CENTRO SEM ORCAMENTO DE CONTA ORCADA
       77  QTD-LIN-WS      VALUE 0             PIC 9(04).
       77  IDX-LIN-WS                          PIC 9(04).
       77  IDX-ACHADO-LIN-WS                   PIC 9(04).
       77  DESCARTADOS-LIN-77 VALUE 0          PIC 9(05).
       77  CONTA-BUSCA-LIN-WS                  PIC 9(11).
       77  CUSTO-BUSCA-LIN-WS                  PIC 9(03).
       01  TAB-LIN-WS.
           05  TAB-LIN-ITEM OCCURS 3000 TIMES.
               10  CONTA-LIN-WS                PIC 9(11).
               10  CUSTO-LIN-WS                PIC 9(03).
               10  NATUREZA-LIN-WS             PIC X(01).
               10  TEM-ORC-LIN-WS              PIC X(01).
               10  IMPRESSO-LIN-WS             PIC X(01).
               10  ORC-MES-LIN-WS              PIC S9(13)V99.
               10  ORC-ACUM-LIN-WS             PIC S9(13)V99.
               10  REAL-MES-LIN-WS             PIC S9(13)V99.
               10  REAL-ACUM-LIN-WS            PIC S9(13)V99.
       77  VALOR-NAT-WS                        PIC S9(13)V99.
      *
      *    VARIACAO E PERCENTUAL DE UMA COLUNA (MES OU ACUMULADO)
       77  ORCADO-WS                           PIC S9(13)V99.
       77  REALIZADO-WS                        PIC S9(13)V99.
       77  VARIACAO-WS                         PIC S9(13)V99.
       77  VARIACAO-ABS-WS                     PIC S9(13)V99.
       77  ORCADO-ABS-WS                       PIC S9(13)V99.
       77  PCT-WS                              PIC S9(07)V9.
       77  FORA-TOL-WS                         PIC X(01).
           88  FORA-TOLERANCIA                 VALUE "S".
      *
       01  LINHA-CAB1-WS.
           05  FILLER  VALUE "CONTA       CC  NOME                "
                                               PIC X(37).
           05  FILLER  VALUE "|------------------------- M E S --"
                                               PIC X(35).
           05  FILLER  VALUE "----------------------|"
                                               PIC X(23).
           05  FILLER  VALUE "--------------------- A C U M U L "
                                               PIC X(34).
           05  FILLER  VALUE "A D O ---------------------|"
                                               PIC X(28).
       01  LINHA-CAB2-WS.
           05  FILLER                          PIC X(36).
           05  FILLER  VALUE "          ORCADO       REALIZADO"
                                               PIC X(32).
           05  FILLER  VALUE "        VARIACAO      %"  PIC X(24).
           05  FILLER  VALUE "          ORCADO       REALIZADO"
                                               PIC X(32).
           05  FILLER  VALUE "        VARIACAO      %"  PIC X(24).
       01  LINHA-ORC-WS.
           05  CONTA-REL-WS                    PIC 9(11).
           05  FILLER                          PIC X(01).
           05  CUSTO-REL-WS                    PIC 9(03).
           05  FILLER                          PIC X(01).
           05  NOME-REL-WS                     PIC X(20).
           05  COL-REL-WS OCCURS 2 TIMES.
               10  FILLER                      PIC X(01).
               10  ORC-REL-WS                  PIC ZZZ.ZZZ.ZZ9,99-.
               10  FILLER                      PIC X(01).
               10  REAL-REL-WS                 PIC ZZZ.ZZZ.ZZ9,99-.
               10  FILLER                      PIC X(01).
               10  VAR-REL-WS                  PIC ZZZ.ZZZ.ZZ9,99-.
               10  FILLER                      PIC X(01).
               10  PCT-REL-WS                  PIC ZZZ9,9-.
               10  ND-PCT-REL-WS REDEFINES PCT-REL-WS PIC X(07).
           05  FILLER                          PIC X(01).
           05  MARCA-REL-WS                    PIC X(10).
       77  COL-WS                              PIC 9(01).
      *
           COPY TELAWS.
           COPY ORCAVL.
           COPY EMPREVL.
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
           DISPLAY (5, 16) "* ORCADO X REALIZADO POR CONTA *"

           MOVE "CONVORCA" TO PROGRAMA-EXEC-WS
           PERFORM CARREGA-PARM THRU CARREGA-PARM-EXIT
           IF MODO-AUTO AND TELA-PARM-WS NOT = ZEROS
               MOVE TELA-PARM-WS TO INTERVALO-TELA-WS.
      *    NA CADEIA O MES E O DA DATA INICIAL DA LINHA; MES ZERO =
      *    MES ANTERIOR AO DE HOJE
           IF  MODO-AUTO
               MOVE DRIVE-PARM-WS TO U-DIARIO-AUTO-WS
               MOVE DIARIO-AUTO-WS TO DIARIO-WS
               MOVE MES-INI-PARM-WS TO MES-REL-WS
               MOVE ANO-INI-PARM-WS TO ANO-REL-WS
               IF FILTRO-PARM-WS (1:3) NOT = SPACES
                   MOVE FILTRO-PARM-WS (1:3) TO TOLERANCIA-WS
               END-IF
               IF MES-REL-WS = ZEROS
                   PERFORM CALCULA-MES-ANTERIOR.

           DISPLAY (9, 10) "Operador................:"
           IF  NOT MODO-AUTO
               ACCEPT (, ) OPERADOR-EXEC-WS WITH PROMPT UPDATE.
           MOVE "CONVORCA" TO PROGRAMA-ACE-WS
           MOVE MODO-AUTO-WS TO SEM-SENHA-ACE-WS
           PERFORM AUTENTICA-OPERADOR THRU AUTENTICA-OPERADOR-EXIT.

           DISPLAY (10, 10) "DIARIO:"
           IF  NOT MODO-AUTO
               ACCEPT (, ) DIARIO-WS WITH PROMPT UPDATE
               ACCEPT ESCAPE-77 FROM ESCAPE KEY
               IF ESCAPE-77 NOT = ZEROS STOP RUN.
           DISPLAY (11, 10) "Mes (mm)................:"
           IF  NOT MODO-AUTO
               ACCEPT (, ) MES-REL-WS WITH PROMPT UPDATE
               IF ESCAPE-77 NOT = ZEROS GO TO INICIO-010.
           DISPLAY (12, 10) "Ano (aaaa)..............:"
           IF  NOT MODO-AUTO
               ACCEPT (, ) ANO-REL-WS WITH PROMPT UPDATE
               IF ESCAPE-77 NOT = ZEROS GO TO INICIO-010.
           IF MES-REL-WS = ZEROS OR MES-REL-WS > 12
               OR ANO-REL-WS = ZEROS
               DISPLAY (24, 10) "MES/ANO INVALIDO                   "
               IF MODO-AUTO GO TO TERMINA-ERRO-PARM END-IF
               GO TO INICIO-010.
           DISPLAY (13, 10) "Tolerancia da variacao %:"
           IF  NOT MODO-AUTO
               ACCEPT (, ) TOLERANCIA-WS WITH PROMPT UPDATE
               IF ESCAPE-77 NOT = ZEROS GO TO INICIO-010.

           PERFORM CARREGA-ORCA THRU CARREGA-ORCA-EXIT
           PERFORM CARREGA-PLANO THRU CARREGA-PLANO-EXIT
           MOVE 0 TO QTD-LIN-WS DESCARTADOS-LIN-77
           PERFORM MONTA-ORCADO
               VARYING IDX-ORC-WS FROM 1 BY 1
               UNTIL IDX-ORC-WS > QTD-ORCA-WS
           IF QTD-LIN-WS = ZEROS
               DISPLAY (24, 10) "NAO HA ORCAMENTO PARA O ANO         "
               IF MODO-AUTO GO TO TERMINA-ERRO-PARM END-IF
               GO TO INICIO-010.

           DISPLAY (15, 10) "LANCAMENTOS LIDOS:        LINHAS:"
           MOVE 0 TO LIDOS-77 LINHAS-77 MARCADAS-77
           OPEN INPUT ARQ-DIARIO
           IF  ESTADO NOT = ZEROS
               DISPLAY (24, 10) "DIARIO COM ERRO"
               IF  MODO-AUTO GO TO TERMINA-ERRO-PARM END-IF
               GO TO 015-DATAS.
           MOVE "N" TO FIM-DIARIO-WS
           PERFORM LE-LANCAMENTO THRU LE-LANCAMENTO-EXIT
               UNTIL ACABOU-DIARIO
           CLOSE ARQ-DIARIO
           PERFORM IMPRIME-ORCADO
           DISPLAY (23, 10) "RELATORIO GRAVADO EM CONVORCA.REL"
           PERFORM REPINTA-TELA
           PERFORM GRAVA-LOG
           IF MODO-AUTO GOBACK.
           GO TO 015-DATAS.
      *
       CALCULA-MES-ANTERIOR.
           ACCEPT HOJE-WS FROM DATE YYYYMMDD
           IF MES-HOJE-WS = 1
               MOVE 12 TO MES-REL-WS
               COMPUTE ANO-REL-WS = ANO-HOJE-WS - 1
           ELSE
               COMPUTE MES-REL-WS = MES-HOJE-WS - 1
               MOVE ANO-HOJE-WS TO ANO-REL-WS.
      *
      *    UMA LINHA DO ORCAMENTO DO ANO: ABRE A LINHA DA CONTA/
      *    CENTRO E SOMA NO MES E NO ACUMULADO ATE O MES
       MONTA-ORCADO.
           IF ANO-TAB-ORC-WS (IDX-ORC-WS) = ANO-REL-WS
               MOVE CONTA-TAB-ORC-WS (IDX-ORC-WS) TO CONTA-BUSCA-LIN-WS
               MOVE CUSTO-TAB-ORC-WS (IDX-ORC-WS) TO CUSTO-BUSCA-LIN-WS
               PERFORM ACHA-LINHA
               IF IDX-ACHADO-LIN-WS = ZEROS
                   PERFORM ABRE-LINHA THRU ABRE-LINHA-EXIT
               END-IF
               IF IDX-ACHADO-LIN-WS NOT = ZEROS
                   PERFORM SOMA-ORCADO
               END-IF
           END-IF.
      *
       SOMA-ORCADO.
           MOVE IDX-ACHADO-LIN-WS TO IDX-LIN-WS
           MOVE "S" TO TEM-ORC-LIN-WS (IDX-LIN-WS)
           IF MES-TAB-ORC-WS (IDX-ORC-WS) NOT > MES-REL-WS
               ADD VALOR-TAB-ORC-WS (IDX-ORC-WS)
                   TO ORC-ACUM-LIN-WS (IDX-LIN-WS).
           IF MES-TAB-ORC-WS (IDX-ORC-WS) = MES-REL-WS
               ADD VALOR-TAB-ORC-WS (IDX-ORC-WS)
                   TO ORC-MES-LIN-WS (IDX-LIN-WS).
      *
      *    LOCALIZA A LINHA DE CONTA-BUSCA-LIN-WS/CUSTO-BUSCA-LIN-WS
      *    (IDX-ACHADO-LIN-WS ZEROS = NAO HA)
       ACHA-LINHA.
           MOVE ZEROS TO IDX-ACHADO-LIN-WS
           PERFORM VARYING IDX-LIN-WS FROM 1 BY 1
               UNTIL IDX-LIN-WS > QTD-LIN-WS
               OR (CONTA-LIN-WS (IDX-LIN-WS) = CONTA-BUSCA-LIN-WS
               AND CUSTO-LIN-WS (IDX-LIN-WS) = CUSTO-BUSCA-LIN-WS)
           END-PERFORM
           IF IDX-LIN-WS NOT > QTD-LIN-WS
               MOVE IDX-LIN-WS TO IDX-ACHADO-LIN-WS.
      *
      *    ABRE UMA LINHA NOVA COM A NATUREZA DA CONTA NO PLANO (FORA
      *    DO PLANO = DEVEDORA); TABELA CHEIA DEIXA IDX-ACHADO ZEROS
       ABRE-LINHA.
           IF QTD-LIN-WS NOT < 3000
               ADD 1 TO DESCARTADOS-LIN-77
               GO TO ABRE-LINHA-EXIT.
           ADD 1 TO QTD-LIN-WS
           MOVE QTD-LIN-WS TO IDX-LIN-WS IDX-ACHADO-LIN-WS
           MOVE CONTA-BUSCA-LIN-WS TO CONTA-LIN-WS (IDX-LIN-WS)
           MOVE CUSTO-BUSCA-LIN-WS TO CUSTO-LIN-WS (IDX-LIN-WS)
           MOVE "D" TO NATUREZA-LIN-WS (IDX-LIN-WS)
           MOVE "N" TO TEM-ORC-LIN-WS (IDX-LIN-WS)
           MOVE "N" TO IMPRESSO-LIN-WS (IDX-LIN-WS)
           MOVE 0 TO ORC-MES-LIN-WS (IDX-LIN-WS)
           MOVE 0 TO ORC-ACUM-LIN-WS (IDX-LIN-WS)
           MOVE 0 TO REAL-MES-LIN-WS (IDX-LIN-WS)
           MOVE 0 TO REAL-ACUM-LIN-WS (IDX-LIN-WS)
           MOVE CONTA-BUSCA-LIN-WS TO CONTA-BUSCA-PLA-WS
           PERFORM ACHA-PLANO
           IF IDX-ACHADO-PLA-WS NOT = ZEROS
               IF NATUREZA-TAB-PLA-WS (IDX-ACHADO-PLA-WS) = "C"
                   MOVE "C" TO NATUREZA-LIN-WS (IDX-LIN-WS).
       ABRE-LINHA-EXIT.
           EXIT.
      *
      *    LE UM LANCAMENTO DO DIARIO: LINHAS DE HISTORICO (VALOR
      *    ZERADO), OUTROS ANOS E MESES APOS O DO RELATORIO FICAM DE
      *    FORA. A LINHA E A DO CENTRO DE CUSTO, SENAO A 000 ORCADA DA
      *    CONTA; CONTA ORCADA EM OUTRO CENTRO GANHA LINHA MARCADA
       LE-LANCAMENTO.
           READ ARQ-DIARIO NEXT
               AT END MOVE "S" TO FIM-DIARIO-WS
           END-READ
           IF ACABOU-DIARIO GO TO LE-LANCAMENTO-EXIT.
           IF D-VALOR = ZEROS
               GO TO LE-LANCAMENTO-EXIT.
           MOVE D-DATA-L TO DATA-LANC-WS
           IF AA-LANC-WS NOT = AA-REL-WS
               OR MM-LANC-WS = ZEROS OR MM-LANC-WS > MES-REL-WS
               GO TO LE-LANCAMENTO-EXIT.
           ADD 1 TO LIDOS-77
           PERFORM MOSTRA-PROGRESSO
           MOVE D-CONTA TO CONTA-BUSCA-LIN-WS
           MOVE D-CUSTO TO CUSTO-BUSCA-LIN-WS
           PERFORM ACHA-LINHA
           IF IDX-ACHADO-LIN-WS = ZEROS
               MOVE ZEROS TO CUSTO-BUSCA-LIN-WS
               PERFORM ACHA-LINHA
               IF IDX-ACHADO-LIN-WS NOT = ZEROS
                   IF TEM-ORC-LIN-WS (IDX-ACHADO-LIN-WS) NOT = "S"
                       MOVE ZEROS TO IDX-ACHADO-LIN-WS
                   END-IF
               END-IF
           END-IF
           IF IDX-ACHADO-LIN-WS = ZEROS
               PERFORM VARYING IDX-LIN-WS FROM 1 BY 1
                   UNTIL IDX-LIN-WS > QTD-LIN-WS
                   OR CONTA-LIN-WS (IDX-LIN-WS) = D-CONTA
               END-PERFORM
               IF IDX-LIN-WS > QTD-LIN-WS
                   GO TO LE-LANCAMENTO-EXIT
               END-IF
               MOVE D-CUSTO TO CUSTO-BUSCA-LIN-WS
               PERFORM ABRE-LINHA THRU ABRE-LINHA-EXIT
               IF IDX-ACHADO-LIN-WS = ZEROS
                   GO TO LE-LANCAMENTO-EXIT.
           MOVE IDX-ACHADO-LIN-WS TO IDX-LIN-WS
           IF D-DC = "D"
               MOVE D-VALOR TO VALOR-NAT-WS
           ELSE
               COMPUTE VALOR-NAT-WS = 0 - D-VALOR.
           IF NATUREZA-LIN-WS (IDX-LIN-WS) = "C"
               COMPUTE VALOR-NAT-WS = 0 - VALOR-NAT-WS.
           ADD VALOR-NAT-WS TO REAL-ACUM-LIN-WS (IDX-LIN-WS)
           IF MM-LANC-WS = MES-REL-WS
               ADD VALOR-NAT-WS TO REAL-MES-LIN-WS (IDX-LIN-WS).
       LE-LANCAMENTO-EXIT.
           EXIT.
      *
      *    IMPRIME O RELATORIO NA ORDEM DO PLANO E, DEPOIS, O QUE NAO
      *    ESTA NO PLANO (OU TUDO, SEM PLANO CADASTRADO)
       IMPRIME-ORCADO.
           OPEN OUTPUT ARQ-REL
      *    IDENTIFICACAO DA MATRIZ (FILIAL 01) NO CABECALHO - O
      *    DIARIO CONTABIL E DA EMPRESA INTEIRA
           PERFORM CARREGA-EMPRESA THRU CARREGA-EMPRESA-EXIT
           MOVE 01 TO FILIAL-BUSCA-EMP-WS
           PERFORM ACHA-EMPRESA
           MOVE SPACES TO REG-REL
           STRING ACHADO-RAZAO-EMP-WS " CGC " ACHADO-CGC-EMP-WS
               " IE " ACHADO-INSCR-EMP-WS
               DELIMITED BY SIZE INTO REG-REL
           WRITE REG-REL
           MOVE SPACES TO REG-REL
           STRING "ORCADO X REALIZADO DE " MES-REL-WS "/" ANO-REL-WS
               " - TOLERANCIA " TOLERANCIA-WS "% - VALORES NA"
               " NATUREZA DA CONTA; VARIACAO = REALIZADO - ORCADO"
               DELIMITED BY SIZE INTO REG-REL
           WRITE REG-REL
           MOVE SPACES TO REG-REL
           WRITE REG-REL
           WRITE REG-REL FROM LINHA-CAB1-WS
           WRITE REG-REL FROM LINHA-CAB2-WS
           PERFORM IMPRIME-PLANO
               VARYING IDX-PLA-WS FROM 1 BY 1
               UNTIL IDX-PLA-WS > QTD-PLANO-WS
           PERFORM IMPRIME-FORA-PLANO
               VARYING IDX-LIN-WS FROM 1 BY 1
               UNTIL IDX-LIN-WS > QTD-LIN-WS
           MOVE SPACES TO REG-REL
           WRITE REG-REL
           MOVE SPACES TO REG-REL
           STRING "LINHAS: " LINHAS-77 "   MARCADAS PARA EXPLICAR: "
               MARCADAS-77
               DELIMITED BY SIZE INTO REG-REL
           WRITE REG-REL
           MOVE SPACES TO REG-REL
           STRING "*EXPLICAR = VARIACAO ACIMA DA TOLERANCIA NO MES"
               " OU NO ACUMULADO; SEM ORCAM. = CENTRO SEM ORCAMENTO"
               " NA CONTA"
               DELIMITED BY SIZE INTO REG-REL
           WRITE REG-REL
           IF DESCARTADOS-LIN-77 NOT = ZEROS
               MOVE SPACES TO REG-REL
               STRING "ESTOURO TABELA LINHAS: " DESCARTADOS-LIN-77
                   " CONTA(S)/CENTRO(S) FORA"
                   DELIMITED BY SIZE INTO REG-REL
               WRITE REG-REL
               DISPLAY (23, 10) "ESTOURO DE TABELA - VEJA RELATORIO".
           CLOSE ARQ-REL.
      *
       IMPRIME-PLANO.
           PERFORM IMPRIME-CONTA-PLANO
               VARYING IDX-LIN-WS FROM 1 BY 1
               UNTIL IDX-LIN-WS > QTD-LIN-WS.
      *
       IMPRIME-CONTA-PLANO.
           IF CONTA-LIN-WS (IDX-LIN-WS) = CONTA-TAB-PLA-WS (IDX-PLA-WS)
               PERFORM IMPRIME-LINHA.
      *
       IMPRIME-FORA-PLANO.
           IF IMPRESSO-LIN-WS (IDX-LIN-WS) = "N"
               PERFORM IMPRIME-LINHA.
      *
       IMPRIME-LINHA.
           MOVE "S" TO IMPRESSO-LIN-WS (IDX-LIN-WS)
           MOVE SPACES TO LINHA-ORC-WS
           MOVE CONTA-LIN-WS (IDX-LIN-WS) TO CONTA-REL-WS
           MOVE CUSTO-LIN-WS (IDX-LIN-WS) TO CUSTO-REL-WS
           IF QTD-PLANO-WS NOT = ZEROS
               MOVE CONTA-LIN-WS (IDX-LIN-WS) TO CONTA-BUSCA-PLA-WS
               PERFORM ACHA-PLANO
               IF IDX-ACHADO-PLA-WS = ZEROS
                   MOVE "*** FORA DO PLANO ***" TO NOME-REL-WS
               ELSE
                   MOVE NOME-TAB-PLA-WS (IDX-ACHADO-PLA-WS)
                       TO NOME-REL-WS.
           MOVE "N" TO FORA-TOL-WS
           MOVE 1 TO COL-WS
           MOVE ORC-MES-LIN-WS (IDX-LIN-WS) TO ORCADO-WS
           MOVE REAL-MES-LIN-WS (IDX-LIN-WS) TO REALIZADO-WS
           PERFORM MONTA-COLUNA
           MOVE 2 TO COL-WS
           MOVE ORC-ACUM-LIN-WS (IDX-LIN-WS) TO ORCADO-WS
           MOVE REAL-ACUM-LIN-WS (IDX-LIN-WS) TO REALIZADO-WS
           PERFORM MONTA-COLUNA
           IF TEM-ORC-LIN-WS (IDX-LIN-WS) NOT = "S"
               MOVE "SEM ORCAM." TO MARCA-REL-WS
               ADD 1 TO MARCADAS-77
           ELSE
               IF FORA-TOLERANCIA
                   MOVE "*EXPLICAR" TO MARCA-REL-WS
                   ADD 1 TO MARCADAS-77.
           WRITE REG-REL FROM LINHA-ORC-WS
           ADD 1 TO LINHAS-77.
      *
      *    ORCADO, REALIZADO, VARIACAO E PERCENTUAL DA COLUNA COL-WS;
      *    FORA DA TOLERANCIA LIGA FORA-TOL-WS (ORCADO ZERO COM
      *    REALIZADO CONTA COMO FORA)
       MONTA-COLUNA.
           COMPUTE VARIACAO-WS = REALIZADO-WS - ORCADO-WS
           MOVE ORCADO-WS TO ORC-REL-WS (COL-WS)
           MOVE REALIZADO-WS TO REAL-REL-WS (COL-WS)
           MOVE VARIACAO-WS TO VAR-REL-WS (COL-WS)
           IF ORCADO-WS = ZEROS
               MOVE "    N/D" TO ND-PCT-REL-WS (COL-WS)
               IF REALIZADO-WS NOT = ZEROS
                   MOVE "S" TO FORA-TOL-WS
               END-IF
           ELSE
               COMPUTE PCT-WS ROUNDED = VARIACAO-WS * 100 / ORCADO-WS
               IF PCT-WS > 9999,9 OR PCT-WS < -9999,9
                   MOVE "  >9999" TO ND-PCT-REL-WS (COL-WS)
               ELSE
                   MOVE PCT-WS TO PCT-REL-WS (COL-WS)
               END-IF
               MOVE VARIACAO-WS TO VARIACAO-ABS-WS
               IF VARIACAO-ABS-WS < ZEROS
                   COMPUTE VARIACAO-ABS-WS = 0 - VARIACAO-ABS-WS
               END-IF
               MOVE ORCADO-WS TO ORCADO-ABS-WS
               IF ORCADO-ABS-WS < ZEROS
                   COMPUTE ORCADO-ABS-WS = 0 - ORCADO-ABS-WS
               END-IF
               IF VARIACAO-ABS-WS * 100 > ORCADO-ABS-WS * TOLERANCIA-WS
                   MOVE "S" TO FORA-TOL-WS.
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
           DISPLAY (15, 44) LINHAS-77.
      *
      *    GRAVA UMA LINHA NO LOG PERSISTENTE DE EXECUCOES (CONVLOG.LOG)
       GRAVA-LOG.
           MOVE "CONVORCA" TO PROGRAMA-LOG-TX
           ACCEPT DATA-EXEC-LOG-TX FROM DATE YYYYMMDD
           ACCEPT HORA-EXEC-LOG-TX FROM TIME
           MOVE OPERADOR-EXEC-WS TO OPERADOR-LOG-TX
           ACCEPT HORA-FIM-EXEC-WS FROM TIME
           PERFORM CALCULA-DURACAO
           MOVE HORA-INI6-EXEC-WS TO HORA-INI-LOG-TX
           MOVE DURACAO-EXEC-WS TO DURACAO-LOG-TX
           MOVE SPACES TO FILTRO-LOG-TX
           STRING "DIARIO=" DIARIO-WS " MES=" MES-REL-WS "/"
               ANO-REL-WS " TOL=" TOLERANCIA-WS
               DELIMITED BY SIZE
               INTO FILTRO-LOG-TX
           MOVE LIDOS-77 TO LIDOS-LOG-TX
           MOVE LINHAS-77 TO GRAVADOS-LOG-TX
           MOVE MARCADAS-77 TO GRAVADOS2-LOG-TX
           MOVE "CONVORCA.REL" TO NOME-REL-ARR-WS
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
           PERFORM LE-PRM THRU LE-PRM-EXIT UNTIL ACABOU-PRM OR MODO-AUTO
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
           COPY ORCAPR.
      *
           COPY EMPREPR.
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
