      *
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. CONVDEMO.
       AUTHOR. LUIS AUGUSTO.
      *
      *    DATA DA ALTERACAO: 10/96
      *
      *    DEMONSTRACAO DO RESULTADO (DRE) E BALANCO PATRIMONIAL DO
      *    MES, SOBRE O MESMO DIARIO CONTABIL QUE O CONVBALA TOTALIZA,
      *    PELO LAYOUT MANTIDO NO CADDEMON ("ARQDEMON.DAT"): CADA
      *    LINHA "C" SOMA UMA FAIXA DE CONTAS E CADA LINHA "T" TOTALIZA
      *    LINHAS "C" DO MESMO DEMONSTRATIVO. NA DRE AS COLUNAS SAO O
      *    MOVIMENTO DO MES, O ACUMULADO DO ANO E O MESMO MES DO ANO
      *    ANTERIOR; NO BALANCO, O SALDO NO FIM DO MES, A VARIACAO NO
      *    ANO E O SALDO NO FIM DO MESMO MES DO ANO ANTERIOR. O SALDO
      *    CONSOLIDADO PARTE DO D-SANT DO PRIMEIRO LANCAMENTO DE CADA
      *    CONTA NO DIARIO; O DIARIO NAO TRAZ SALDO DE ABERTURA POR
      *    FILIAL, ENTAO O BALANCO DA FILIAL (D-ARQ) E SO O MOVIMENTO
      *    ACUMULADO NO DIARIO. SAI UM JOGO CONSOLIDADO E UM POR
      *    FILIAL COM MOVIMENTO, EM "CONVDEMO.REL" - O CONTROLADOR
      *    DEIXA DE COPIAR O BALANCETE NA PLANILHA.
      *
      *    DATA DA ALTERACAO: 10/96
      *
      *    CADA "CONVDEMO.REL" GERADO E GUARDADO NO ARQUIVO DE
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
           SELECT      ARQ-REL    ASSIGN     TO   "CONVDEMO.REL"
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
           COPY FILIALSL.
      *
           COPY DEMONSL.
      *
           COPY SECULOSL.
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
           VALUE     OF FILE-ID   "CONVDEMO.REL"
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
           COPY FILIALFD.
      *
           COPY DEMONFD.
      *
           COPY SECULOFD.
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
       77  LINHAS-77       VALUE 0             PIC 9(05).
      *    REPINTA OS CONTADORES DA TELA SO A CADA INTERVALO-TELA-WS
      *    REGISTROS, PARA A TELA NAO DOMINAR A VARREDURA DO DIARIO
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
      *
      *    MES DE REFERENCIA (AAAAMM), O MESMO MES DO ANO ANTERIOR E
      *    O PRIMEIRO MES DO ANO, E O AAAAMM DO LANCAMENTO LIDO
       01  REF-WS                              PIC 9(06).
       01  FILLER REDEFINES REF-WS.
           05  ANO-REF-WS                      PIC 9(04).
           05  MES-REF-WS                      PIC 9(02).
       77  REF-ANT-WS                          PIC 9(06).
       77  REF-JAN-WS                          PIC 9(06).
       77  PER-LANC-WS                         PIC 9(06).
       77  MOV-WS                              PIC S9(13)V99.
      *
      *    POSICAO DA FILIAL NO ACUMULADOR: 1 E O CONSOLIDADO, 2 A 21
      *    SAO AS FILIAIS NA ORDEM DO CADASTRO (ZEROS = FILIAL DO
      *    LANCAMENTO FORA DO CADASTRO, SO ENTRA NO CONSOLIDADO)
       77  SLOT-FIL-WS                         PIC 9(02).
       77  IDX-SLOT-WS                         PIC 9(02).
       77  IDX-SOMA-WS                         PIC 9(03).
       01  TAB-ACUM-WS.
           05  ACUM-LINHA OCCURS 200 TIMES.
               10  ACUM-SLOT OCCURS 21 TIMES.
                   15  MES-ACU-WS          PIC S9(13)V99 COMP-3.
                   15  ANO-ACU-WS          PIC S9(13)V99 COMP-3.
                   15  ANT-ACU-WS          PIC S9(13)V99 COMP-3.
                   15  SDO-ACU-WS          PIC S9(13)V99 COMP-3.
                   15  SDOANT-ACU-WS       PIC S9(13)V99 COMP-3.
       01  TAB-USO-SLOT-WS.
           05  USO-SLOT-WS OCCURS 21 TIMES PIC X(01).
      *
      *    CONTAS JA VISTAS NO DIARIO: O D-SANT DO PRIMEIRO LANCAMENTO
      *    DE CADA CONTA E A ABERTURA DO SALDO CONSOLIDADO
       77  QTD-VISTA-WS    VALUE 0             PIC 9(04).
       77  IDX-VISTA-WS                        PIC 9(04).
       77  DESCARTADOS-VISTA-77 VALUE 0        PIC 9(05).
       77  PRIMEIRO-LANC-WS                    PIC X(01).
           88  PRIMEIRO-LANC                   VALUE "S".
       01  TAB-VISTA-WS.
           05  CONTA-VISTA-WS OCCURS 3000 TIMES PIC 9(11).
      *
      *    VALORES DA LINHA IMPRESSA, JA COM A NATUREZA DA LINHA
       77  COL1-WS                             PIC S9(13)V99.
       77  COL2-WS                             PIC S9(13)V99.
       77  COL3-WS                             PIC S9(13)V99.
       77  DEMONST-IMP-WS                      PIC X(01).
      *
       01  LINHA-DEM-WS.
           05  LINHA-LIN-WS                    PIC ZZ9.
           05  FILLER                          PIC X(01).
           05  DESCR-LIN-WS                    PIC X(40).
           05  COL1-LIN-WS                     PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                          PIC X(01).
           05  COL2-LIN-WS                     PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                          PIC X(01).
           05  COL3-LIN-WS                     PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
      *
           COPY TELAWS.
           COPY FILIALVL.
           COPY DEMONVL.
           COPY SECULOVL.
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
           DISPLAY (5, 12) "* DEMONSTRACAO DO RESULTADO E BALANCO *"

           PERFORM CARREGA-FILIAL THRU CARREGA-FILIAL-EXIT
           PERFORM CARREGA-DEMON THRU CARREGA-DEMON-EXIT
           MOVE "CONVDEMO" TO PROGRAMA-EXEC-WS
           PERFORM CARREGA-PARM THRU CARREGA-PARM-EXIT
           IF MODO-AUTO AND TELA-PARM-WS NOT = ZEROS
               MOVE TELA-PARM-WS TO INTERVALO-TELA-WS.
           MOVE ZEROS TO REF-WS
           IF  MODO-AUTO
               MOVE DRIVE-PARM-WS TO U-DIARIO-AUTO-WS
               MOVE DIARIO-AUTO-WS TO DIARIO-WS
               MOVE MES-FIM-PARM-WS TO MES-REF-WS
               MOVE ANO-FIM-PARM-WS TO ANO-REF-WS.

           IF QTD-DEMON-WS = ZEROS
               DISPLAY (23, 10)
                   "LAYOUT DOS DEMONSTRATIVOS VAZIO - RODE O CADDEMON"
               IF MODO-AUTO GO TO TERMINA-ERRO-PARM END-IF
               STOP RUN.

           DISPLAY (9, 10) "Operador................:"
           IF  NOT MODO-AUTO
               ACCEPT (, ) OPERADOR-EXEC-WS WITH PROMPT UPDATE.
           MOVE "CONVDEMO" TO PROGRAMA-ACE-WS
           MOVE MODO-AUTO-WS TO SEM-SENHA-ACE-WS
           PERFORM AUTENTICA-OPERADOR THRU AUTENTICA-OPERADOR-EXIT.

           DISPLAY (10, 10) "DIARIO:"
           IF  NOT MODO-AUTO
               ACCEPT (, ) DIARIO-WS WITH PROMPT UPDATE
               ACCEPT ESCAPE-77 FROM ESCAPE KEY
               IF ESCAPE-77 NOT = ZEROS STOP RUN.
           DISPLAY (11, 10) "Mes de referencia (mm)..:"
           IF  NOT MODO-AUTO
               ACCEPT (, ) MES-REF-WS WITH PROMPT UPDATE
               IF ESCAPE-77 NOT = ZEROS GO TO INICIO-010.
           IF MES-REF-WS = ZEROS OR MES-REF-WS > 12
               IF MODO-AUTO GO TO TERMINA-ERRO-PARM END-IF
               GO TO INICIO-010.
           DISPLAY (12, 10) "Ano (aaaa)..............:"
           IF  NOT MODO-AUTO
               ACCEPT (, ) ANO-REF-WS WITH PROMPT UPDATE
               IF ESCAPE-77 NOT = ZEROS GO TO INICIO-010.
           IF ANO-REF-WS = ZEROS
               IF MODO-AUTO GO TO TERMINA-ERRO-PARM END-IF
               GO TO INICIO-010.
           COMPUTE REF-ANT-WS = REF-WS - 100
           COMPUTE REF-JAN-WS = ANO-REF-WS * 100 + 1

           DISPLAY (15, 10) "LANCAMENTOS LIDOS:        LINHAS:"
           MOVE 0 TO LIDOS-77 LINHAS-77 QTD-VISTA-WS
           MOVE 0 TO DESCARTADOS-VISTA-77
           PERFORM ZERA-ACUMULADOR
               VARYING IDX-DEM-WS FROM 1 BY 1 UNTIL IDX-DEM-WS > 200
               AFTER IDX-SLOT-WS FROM 1 BY 1 UNTIL IDX-SLOT-WS > 21
           MOVE ALL "N" TO TAB-USO-SLOT-WS
           MOVE "S" TO USO-SLOT-WS (1)
           OPEN INPUT ARQ-DIARIO
           IF  ESTADO NOT = ZEROS
               DISPLAY (24, 10) "DIARIO COM ERRO"
               IF  MODO-AUTO GO TO TERMINA-ERRO-PARM END-IF
               GO TO 015-DATAS.
           MOVE "N" TO FIM-DIARIO-WS
           PERFORM LE-LANCAMENTO THRU LE-LANCAMENTO-EXIT
               UNTIL ACABOU-DIARIO
           CLOSE ARQ-DIARIO
           PERFORM TOTALIZA-SLOT
               VARYING IDX-SLOT-WS FROM 1 BY 1
               UNTIL IDX-SLOT-WS > 21
           OPEN OUTPUT ARQ-REL
           PERFORM IMPRIME-SLOT THRU IMPRIME-SLOT-EXIT
               VARYING IDX-SLOT-WS FROM 1 BY 1
               UNTIL IDX-SLOT-WS > 21
           IF DESCARTADOS-VISTA-77 NOT = ZEROS
               MOVE SPACES TO REG-REL
               STRING "ESTOURO TABELA DE CONTAS: "
                   DESCARTADOS-VISTA-77
                   " LANCAMENTOS SEM SALDO DE ABERTURA"
                   DELIMITED BY SIZE INTO REG-REL
               WRITE REG-REL
               DISPLAY (23, 10) "ESTOURO DE TABELA - VEJA RELATORIO".
           CLOSE ARQ-REL
           DISPLAY (22, 10) "DEMONSTRATIVOS GRAVADOS EM CONVDEMO.REL"
           PERFORM REPINTA-TELA
           PERFORM GRAVA-LOG
           IF MODO-AUTO GOBACK.
           GO TO 015-DATAS.
      *
      *    LE UM LANCAMENTO E O SOMA EM CADA LINHA "C" DO LAYOUT CUJA
      *    FAIXA CONTEM A CONTA, NO CONSOLIDADO E NA FILIAL
       LE-LANCAMENTO.
           READ ARQ-DIARIO NEXT
               AT END MOVE "S" TO FIM-DIARIO-WS
           END-READ
           IF ACABOU-DIARIO GO TO LE-LANCAMENTO-EXIT.
           IF D-VALOR = ZEROS
               GO TO LE-LANCAMENTO-EXIT.
           ADD 1 TO LIDOS-77
           PERFORM MOSTRA-PROGRESSO
           MOVE D-DATA-L TO DATA6-SEC-WS
           PERFORM MONTA-DATA8-SEC
           MOVE DATA8-SEC-WS (1:6) TO PER-LANC-WS
           IF D-DC = "D"
               MOVE D-VALOR TO MOV-WS
           ELSE
               COMPUTE MOV-WS = D-VALOR * -1.
           MOVE ZEROS TO SLOT-FIL-WS
           PERFORM VARYING IDX-FIL-VL-WS FROM 1 BY 1
               UNTIL IDX-FIL-VL-WS > QTD-FILIAL-VL
               OR FILIAL-VL-WS (IDX-FIL-VL-WS) = D-ARQ
           END-PERFORM
           IF IDX-FIL-VL-WS NOT > QTD-FILIAL-VL
               COMPUTE SLOT-FIL-WS = IDX-FIL-VL-WS + 1
               MOVE "S" TO USO-SLOT-WS (SLOT-FIL-WS).
      *
      *    PRIMEIRO LANCAMENTO DA CONTA NO DIARIO: O D-SANT DELE E A
      *    ABERTURA DO SALDO CONSOLIDADO
           MOVE "N" TO PRIMEIRO-LANC-WS
           PERFORM VARYING IDX-VISTA-WS FROM 1 BY 1
               UNTIL IDX-VISTA-WS > QTD-VISTA-WS
               OR CONTA-VISTA-WS (IDX-VISTA-WS) = D-CONTA
           END-PERFORM
           IF IDX-VISTA-WS > QTD-VISTA-WS
               IF QTD-VISTA-WS < 3000
                   ADD 1 TO QTD-VISTA-WS
                   MOVE D-CONTA TO CONTA-VISTA-WS (QTD-VISTA-WS)
                   MOVE "S" TO PRIMEIRO-LANC-WS
               ELSE
                   ADD 1 TO DESCARTADOS-VISTA-77.
           PERFORM SOMA-LINHA
               VARYING IDX-DEM-WS FROM 1 BY 1
               UNTIL IDX-DEM-WS > QTD-DEMON-WS.
       LE-LANCAMENTO-EXIT.
           EXIT.
      *
       SOMA-LINHA.
           IF LINHA-CONTAS-DEM (IDX-DEM-WS)
           AND D-CONTA NOT < INICIO-TAB-DEM-WS (IDX-DEM-WS)
           AND D-CONTA NOT > FIM-TAB-DEM-WS (IDX-DEM-WS)
               MOVE 1 TO IDX-SLOT-WS
               PERFORM SOMA-SLOT
               IF PRIMEIRO-LANC
                   ADD D-SANT TO SDO-ACU-WS (IDX-DEM-WS, 1)
                   ADD D-SANT TO SDOANT-ACU-WS (IDX-DEM-WS, 1)
               END-IF
               IF SLOT-FIL-WS NOT = ZEROS
                   MOVE SLOT-FIL-WS TO IDX-SLOT-WS
                   PERFORM SOMA-SLOT.
      *
      *    DISTRIBUI O MOVIMENTO NAS CINCO COLUNAS PELO MES DO
      *    LANCAMENTO
       SOMA-SLOT.
           IF PER-LANC-WS = REF-WS
               ADD MOV-WS TO MES-ACU-WS (IDX-DEM-WS, IDX-SLOT-WS).
           IF PER-LANC-WS NOT < REF-JAN-WS AND PER-LANC-WS NOT > REF-WS
               ADD MOV-WS TO ANO-ACU-WS (IDX-DEM-WS, IDX-SLOT-WS).
           IF PER-LANC-WS = REF-ANT-WS
               ADD MOV-WS TO ANT-ACU-WS (IDX-DEM-WS, IDX-SLOT-WS).
           IF PER-LANC-WS NOT > REF-WS
               ADD MOV-WS TO SDO-ACU-WS (IDX-DEM-WS, IDX-SLOT-WS).
           IF PER-LANC-WS NOT > REF-ANT-WS
               ADD MOV-WS TO SDOANT-ACU-WS (IDX-DEM-WS, IDX-SLOT-WS).
      *
       ZERA-ACUMULADOR.
           MOVE 0 TO MES-ACU-WS (IDX-DEM-WS, IDX-SLOT-WS)
           MOVE 0 TO ANO-ACU-WS (IDX-DEM-WS, IDX-SLOT-WS)
           MOVE 0 TO ANT-ACU-WS (IDX-DEM-WS, IDX-SLOT-WS)
           MOVE 0 TO SDO-ACU-WS (IDX-DEM-WS, IDX-SLOT-WS)
           MOVE 0 TO SDOANT-ACU-WS (IDX-DEM-WS, IDX-SLOT-WS).
      *
      *    LINHAS "T": SOMA DAS LINHAS "C" DO MESMO DEMONSTRATIVO
      *    ENTRE AS LINHAS INICIO E FIM
       TOTALIZA-SLOT.
           PERFORM TOTALIZA-LINHA
               VARYING IDX-DEM-WS FROM 1 BY 1
               UNTIL IDX-DEM-WS > QTD-DEMON-WS.
      *
       TOTALIZA-LINHA.
           IF LINHA-TOTAL-DEM (IDX-DEM-WS)
               PERFORM SOMA-COMPONENTE
                   VARYING IDX-SOMA-WS FROM 1 BY 1
                   UNTIL IDX-SOMA-WS > QTD-DEMON-WS.
      *
       SOMA-COMPONENTE.
           IF LINHA-CONTAS-DEM (IDX-SOMA-WS)
           AND DEMONST-TAB-DEM-WS (IDX-SOMA-WS)
               = DEMONST-TAB-DEM-WS (IDX-DEM-WS)
           AND LINHA-TAB-DEM-WS (IDX-SOMA-WS)
               NOT < INICIO-TAB-DEM-WS (IDX-DEM-WS)
           AND LINHA-TAB-DEM-WS (IDX-SOMA-WS)
               NOT > FIM-TAB-DEM-WS (IDX-DEM-WS)
               ADD MES-ACU-WS (IDX-SOMA-WS, IDX-SLOT-WS)
                   TO MES-ACU-WS (IDX-DEM-WS, IDX-SLOT-WS)
               ADD ANO-ACU-WS (IDX-SOMA-WS, IDX-SLOT-WS)
                   TO ANO-ACU-WS (IDX-DEM-WS, IDX-SLOT-WS)
               ADD ANT-ACU-WS (IDX-SOMA-WS, IDX-SLOT-WS)
                   TO ANT-ACU-WS (IDX-DEM-WS, IDX-SLOT-WS)
               ADD SDO-ACU-WS (IDX-SOMA-WS, IDX-SLOT-WS)
                   TO SDO-ACU-WS (IDX-DEM-WS, IDX-SLOT-WS)
               ADD SDOANT-ACU-WS (IDX-SOMA-WS, IDX-SLOT-WS)
                   TO SDOANT-ACU-WS (IDX-DEM-WS, IDX-SLOT-WS).
      *
      *    IMPRIME A DRE E O BALANCO DE UMA POSICAO (CONSOLIDADO OU
      *    FILIAL COM MOVIMENTO)
       IMPRIME-SLOT.
           IF USO-SLOT-WS (IDX-SLOT-WS) NOT = "S"
               GO TO IMPRIME-SLOT-EXIT.
           MOVE SPACES TO REG-REL
           WRITE REG-REL
           IF IDX-SLOT-WS = 1
               STRING "DEMONSTRATIVOS CONSOLIDADOS - " MES-REF-WS "/"
                   ANO-REF-WS
                   DELIMITED BY SIZE INTO REG-REL
           ELSE
               COMPUTE IDX-FIL-VL-WS = IDX-SLOT-WS - 1
               STRING "DEMONSTRATIVOS DA FILIAL "
                   FILIAL-VL-WS (IDX-FIL-VL-WS) " "
                   NOME-FIL-VL-WS (IDX-FIL-VL-WS) " - " MES-REF-WS "/"
                   ANO-REF-WS
                   DELIMITED BY SIZE INTO REG-REL.
           WRITE REG-REL
           MOVE SPACES TO REG-REL
           WRITE REG-REL
           MOVE "DEMONSTRACAO DO RESULTADO" TO REG-REL
           MOVE "MES" TO REG-REL (61:3)
           MOVE "ACUMULADO ANO" TO REG-REL (71:13)
           MOVE "MES ANO ANT." TO REG-REL (92:12)
           WRITE REG-REL
           MOVE "R" TO DEMONST-IMP-WS
           PERFORM IMPRIME-LINHA
               VARYING IDX-DEM-WS FROM 1 BY 1
               UNTIL IDX-DEM-WS > QTD-DEMON-WS
           MOVE SPACES TO REG-REL
           WRITE REG-REL
           MOVE "BALANCO PATRIMONIAL" TO REG-REL
           MOVE "SALDO" TO REG-REL (59:5)
           MOVE "VARIACAO ANO" TO REG-REL (72:12)
           MOVE "SALDO ANO ANT." TO REG-REL (90:14)
           WRITE REG-REL
           IF IDX-SLOT-WS NOT = 1
               MOVE "(SALDOS DA FILIAL = MOVIMENTO ACUMULADO NO DIARIO)"
                   TO REG-REL
               WRITE REG-REL.
           MOVE "B" TO DEMONST-IMP-WS
           PERFORM IMPRIME-LINHA
               VARYING IDX-DEM-WS FROM 1 BY 1
               UNTIL IDX-DEM-WS > QTD-DEMON-WS.
       IMPRIME-SLOT-EXIT.
           EXIT.
      *
       IMPRIME-LINHA.
           IF DEMONST-TAB-DEM-WS (IDX-DEM-WS) = DEMONST-IMP-WS
               IF DEMONST-IMP-WS = "R"
                   MOVE MES-ACU-WS (IDX-DEM-WS, IDX-SLOT-WS) TO COL1-WS
                   MOVE ANO-ACU-WS (IDX-DEM-WS, IDX-SLOT-WS) TO COL2-WS
                   MOVE ANT-ACU-WS (IDX-DEM-WS, IDX-SLOT-WS) TO COL3-WS
               ELSE
                   MOVE SDO-ACU-WS (IDX-DEM-WS, IDX-SLOT-WS) TO COL1-WS
                   MOVE ANO-ACU-WS (IDX-DEM-WS, IDX-SLOT-WS) TO COL2-WS
                   MOVE SDOANT-ACU-WS (IDX-DEM-WS, IDX-SLOT-WS)
                       TO COL3-WS
               END-IF
               IF NATUREZA-TAB-DEM-WS (IDX-DEM-WS) = "C"
                   COMPUTE COL1-WS = COL1-WS * -1
                   COMPUTE COL2-WS = COL2-WS * -1
                   COMPUTE COL3-WS = COL3-WS * -1
               END-IF
               MOVE LINHA-TAB-DEM-WS (IDX-DEM-WS) TO LINHA-LIN-WS
               MOVE DESCR-TAB-DEM-WS (IDX-DEM-WS) TO DESCR-LIN-WS
               MOVE COL1-WS TO COL1-LIN-WS
               MOVE COL2-WS TO COL2-LIN-WS
               MOVE COL3-WS TO COL3-LIN-WS
               WRITE REG-REL FROM LINHA-DEM-WS
               ADD 1 TO LINHAS-77.
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
           MOVE "CONVDEMO" TO PROGRAMA-LOG-TX
           ACCEPT DATA-EXEC-LOG-TX FROM DATE YYYYMMDD
           ACCEPT HORA-EXEC-LOG-TX FROM TIME
           MOVE OPERADOR-EXEC-WS TO OPERADOR-LOG-TX
           ACCEPT HORA-FIM-EXEC-WS FROM TIME
           PERFORM CALCULA-DURACAO
           MOVE HORA-INI6-EXEC-WS TO HORA-INI-LOG-TX
           MOVE DURACAO-EXEC-WS TO DURACAO-LOG-TX
           MOVE SPACES TO FILTRO-LOG-TX
           STRING "DIARIO=" DIARIO-WS " MES=" REF-WS
               DELIMITED BY SIZE
               INTO FILTRO-LOG-TX
           MOVE LIDOS-77 TO LIDOS-LOG-TX
           MOVE LINHAS-77 TO GRAVADOS-LOG-TX
           MOVE 0 TO GRAVADOS2-LOG-TX
           MOVE "CONVDEMO.REL" TO NOME-REL-ARR-WS
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
           COPY FILIALPR.
      *
           COPY DEMONPR.
      *
           COPY SECULOPR.
      *
           COPY DURAPR.
      *
           COPY OPERPR.
      *
           COPY ARQRPR.
      *
           COPY TRAVAPR.
