      *
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. CONVAICM.
       AUTHOR. LUIS AUGUSTO.
      *
      *    DATA DA ALTERACAO: 10/96
      *
      *    AUDITORIA DE ALIQUOTA, CFO E BASE DE ICMS DAS SAIDAS DO
      *    MES (x:MVddmmff.Faa), PARA RODAR ANTES DE ENTREGAR A
      *    APURACAO DO CONVAPUR. PARA CADA NOTA (MENOS AS ENTRADAS
      *    GRAVADAS NAS SAIDAS - TIPO 3) CONFERE:
      *    - A FAMILIA DO CFO CONTRA A UF DO CLIENTE E A UF DA FILIAL
      *      (CADEMPRE): 5XX DENTRO DO ESTADO, 6XX INTERESTADUAL E
      *      7XX EXPORTACAO (UF "EX");
      *    - NAS NOTAS COM ICMS, A ALIQUOTA CONTRA A TABELA POR UF
      *      DE ORIGEM/DESTINO "ARQICMS.DAT" (CADICMS) E A BASE DE
      *      CALCULO CONTRA MERCADORIA + FRETE + SEGURO + IPI. NOTA
      *      COM BASE REDUZIDA SO E APONTADA QUANDO A BASE PASSA DO
      *      VALOR CHEIO.
      *    CADA NOTA INCONSISTENTE SAI EM "CONVAICM.REL" COM OS
      *    VALORES INFORMADOS, OS ESPERADOS E A DIFERENCA DE ICMS.
      *
      *    DATA DA ALTERACAO: 10/96
      *
      *    CADA "CONVAICM.REL" GERADO E GUARDADO NO ARQUIVO DE
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
           SELECT      ARQ-NT     ASSIGN     TO   DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ESTADO.
      *
           SELECT      ARQ-REL    ASSIGN     TO   "CONVAICM.REL"
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
           COPY EMPRESL.
      *
           COPY ICMSSL.
      *
           COPY OPERSL.
      *
       DATA DIVISION.
       FILE SECTION.
      *
      *    ARQUIVO DIARIO DE SAIDAS GERADO PELO CONVNOTA, MAPEADO SO
      *    NOS CAMPOS QUE A AUDITORIA USA
       FD  ARQ-NT
           LABEL     RECORD       STANDARD
           VALUE     OF FILE-ID   ARQNT-WS
           DATA      RECORD       REG-NT.
       01  REG-NT                            PIC X(500).
       01  REG-NT-SAI.
           05  FILLER                        PIC X(02).
           05  TIPO-SAI-NT                   PIC 9(01).
           05  FILLER                        PIC X(01).
           05  NUMERO-SAI-NT                 PIC 9(06).
           05  FILLER                        PIC X(126).
           05  UF-SAI-NT                     PIC X(02).
           05  FILLER                        PIC X(43).
           05  INDIMP-SAI-NT                 PIC 9(01).
           05  FILLER                        PIC X(24).
           05  FRETE-SAI-NT                  PIC 9(09).
           05  SEGURO-SAI-NT                 PIC 9(09).
           05  MERCAD-SAI-NT                 PIC 9(11).
           05  FILLER                        PIC X(11).
           05  BASE-SAI-NT                   PIC 9(11).
           05  FILLER                        PIC X(139).
           05  CFO-SAI-NT                    PIC 9(03).
           05  ALQICM-SAI-NT                 PIC 9(02)V9(01).
           05  FILLER                        PIC X(04).
           05  IPI-SAI-NT                    PIC 9(09).
           05  FILLER                        PIC X(26).
           05  BASERED-SAI-NT                PIC X(01).
               88  BASE-REDUZIDA-NT          VALUE "S".
           05  FILLER                        PIC X(58).
      *
       FD  ARQ-REL
           LABEL     RECORD       STANDARD
           VALUE     OF FILE-ID   "CONVAICM.REL"
           DATA      RECORD       REG-REL.
       01  REG-REL                           PIC X(132).
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
           COPY EMPREFD.
      *
           COPY ICMSFD.
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
       77  VERIFICADAS-77  VALUE 0             PIC 9(07).
       77  INCONSIST-77    VALUE 0             PIC 9(07).
       77  ERRO-CFO-77     VALUE 0             PIC 9(07).
       77  ERRO-ALIQ-77    VALUE 0             PIC 9(07).
       77  ERRO-BASE-77    VALUE 0             PIC 9(07).
       77  SEM-TABELA-77   VALUE 0             PIC 9(07).
      *    REPINTA OS CONTADORES DA TELA SO A CADA INTERVALO-TELA-WS
      *    REGISTROS, PARA A TELA NAO DOMINAR A VARREDURA DO PERIODO
       77  INTERVALO-TELA-WS  VALUE 100         PIC 9(05).
       77  CONTA-TELA-WS      VALUE 1           PIC 9(05).
       77  I                                   PIC 9(02).
       77  E                                   PIC 9(02).
       77  FIM-NT-WS                           PIC X(01).
           88  ACABOU-NT                       VALUE "S".
      *
       77  MES-APU-WS      VALUE ZEROS         PIC 9(02).
       01  ANO-APU-WS      VALUE ZEROS         PIC 9(04).
       01  FILLER REDEFINES ANO-APU-WS.
           05  FILLER                          PIC 9(02).
           05  ANO2-APU-WS                     PIC 9(02).
       77  DIA-APU-WS                          PIC 9(02).
      *
      *    UF DA FILIAL (ORIGEM) E VALORES ESPERADOS DA NOTA CORRENTE
       77  UF-FILIAL-WS                        PIC X(02).
       77  UF-DESTINO-WS                       PIC X(02).
       77  FAMILIA-ESP-WS                      PIC 9(01).
       77  FAMILIA-INF-WS                      PIC 9(01).
       77  RESTO-CFO-WS                        PIC 9(02).
       77  CFO-ESP-WS                          PIC 9(03).
       77  ALQ-ESP-WS                          PIC 9(02)V9(01).
       77  BASE-CHEIA-WS                       PIC 9(12).
       77  BASE-ESP-WS                         PIC 9(12).
       77  ICMS-INF-WS                         PIC 9(11)V99.
       77  ICMS-ESP-WS                         PIC 9(11)V99.
       77  DIF-ICMS-WS                         PIC S9(11)V99.
       77  TOT-DIF-WS      VALUE 0             PIC S9(13)V99.
       77  OCORRENCIA-WS                       PIC X(01).
           88  NOTA-INCONSISTENTE              VALUE "S".
      *
      *    CALENDARIO (ULTIMO DIA DO MES)
       01  DIAS-MES-VL-WS  PIC X(24) VALUE "312831303130313130313031".
       01  FILLER REDEFINES DIAS-MES-VL-WS.
           05  DIAS-MES-VL OCCURS 12 TIMES     PIC 9(02).
       77  MES-CAL-WS                          PIC 9(02).
       77  ANO-CAL-WS                          PIC 9(04).
       77  ULT-DIA-MES-WS                      PIC 9(02).
       77  QUOC-BISS-WS                        PIC 9(04).
       77  RESTO-BISS-WS                       PIC 9(04).
      *
      *    NOME DO ARQUIVO DIARIO EM LEITURA
       01  ARQNT-WS.
           05  U-NT-WS                         PIC X(01).
           05  FILLER VALUE ":MV"              PIC X(03).
           05  DIA-NT-WS                       PIC 9(02).
           05  MES-NT-WS                       PIC 9(02).
           05  FILIAL-NT-WS                    PIC 9(02).
           05  FILLER VALUE ".F"               PIC X(02).
           05  ANO-NT-WS                       PIC 9(02).
      *
       01  CAB-NOTA-WS.
           05  FILLER  VALUE "DI NUMERO UF"    PIC X(12).
           05  FILLER  VALUE " CFO ESP"        PIC X(08).
           05  FILLER  VALUE "  ALQ  ESP"      PIC X(10).
           05  FILLER  VALUE "  BASE INFORMADA" PIC X(16).
           05  FILLER  VALUE "  BASE ESPERADA" PIC X(15).
           05  FILLER  VALUE "     DIFERENCA ICMS" PIC X(19).
           05  FILLER  VALUE "  OCORRENCIAS"   PIC X(13).
      *
       01  LINHA-NOTA-WS.
           05  DIA-LIN-WS                      PIC 9(02).
           05  FILLER                          PIC X(01) VALUE SPACE.
           05  NUMERO-LIN-WS                   PIC 9(06).
           05  FILLER                          PIC X(01) VALUE SPACE.
           05  UF-LIN-WS                       PIC X(02).
           05  FILLER                          PIC X(01) VALUE SPACE.
           05  CFO-LIN-WS                      PIC 9(03).
           05  FILLER                          PIC X(01) VALUE SPACE.
           05  CFO-ESP-LIN-WS                  PIC 9(03).
           05  FILLER                          PIC X(01) VALUE SPACE.
           05  ALQ-LIN-WS                      PIC Z9,9.
           05  FILLER                          PIC X(01) VALUE SPACE.
           05  ALQ-ESP-LIN-WS                  PIC Z9,9.
           05  FILLER                          PIC X(02) VALUE SPACES.
           05  BASE-LIN-WS                     PIC ZZZ.ZZZ.ZZZ.ZZ9.
           05  FILLER                          PIC X(01) VALUE SPACE.
           05  BASE-ESP-LIN-WS                 PIC ZZZ.ZZZ.ZZZ.ZZ9.
           05  FILLER                          PIC X(01) VALUE SPACE.
           05  DIF-LIN-WS                      PIC ZZ.ZZZ.ZZZ.ZZ9,99-.
           05  FILLER                          PIC X(02) VALUE SPACES.
           05  OCOR-CFO-LIN-WS                 PIC X(05).
           05  OCOR-ALQ-LIN-WS                 PIC X(05).
           05  OCOR-BASE-LIN-WS                PIC X(05).
           05  OCOR-TAB-LIN-WS                 PIC X(06).
      *
           COPY TELAWS.
           COPY PARMAUTO.
      *
           COPY OPERWS.
           COPY DURAWS.
           COPY FILIALVL.
           COPY EMPREVL.
           COPY ICMSVL.
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
           DISPLAY (5, 14) "* AUDITORIA DE ALIQUOTA E CFO DE ICMS *"

           PERFORM CARREGA-FILIAL THRU CARREGA-FILIAL-EXIT
           PERFORM CARREGA-EMPRESA THRU CARREGA-EMPRESA-EXIT
           PERFORM CARREGA-ICMS THRU CARREGA-ICMS-EXIT
           MOVE "CONVAICM" TO PROGRAMA-EXEC-WS
           PERFORM CARREGA-PARM THRU CARREGA-PARM-EXIT
           IF MODO-AUTO AND TELA-PARM-WS NOT = ZEROS
               MOVE TELA-PARM-WS TO INTERVALO-TELA-WS.
           IF MODO-AUTO
               MOVE DRIVE-PARM-WS TO U-NT-WS
               MOVE FILIAL-INI-PARM-WS TO FILIAL-NT-WS
               MOVE MES-INI-PARM-WS TO MES-APU-WS
               MOVE ANO-INI-PARM-WS TO ANO-APU-WS.

           DISPLAY (9, 10) "Operador................:"
           IF NOT MODO-AUTO
               ACCEPT (, ) OPERADOR-EXEC-WS WITH PROMPT UPDATE.
           MOVE "CONVAICM" TO PROGRAMA-ACE-WS
           MOVE MODO-AUTO-WS TO SEM-SENHA-ACE-WS
           PERFORM AUTENTICA-OPERADOR THRU AUTENTICA-OPERADOR-EXIT.

           DISPLAY (10, 10) "Informe o Drive dos arqs:"
           IF NOT MODO-AUTO
               ACCEPT (, ) U-NT-WS WITH PROMPT UPDATE
               ACCEPT ESCAPE-77 FROM ESCAPE KEY
               IF ESCAPE-77 NOT = ZEROS STOP RUN.

           DISPLAY (11, 10) "Informe a Filial .......:"
           IF NOT MODO-AUTO
               ACCEPT (, ) FILIAL-NT-WS WITH PROMPT UPDATE
               IF ESCAPE-77 NOT = ZEROS GO TO INICIO-010.
           PERFORM VARYING IDX-FIL-VL-WS FROM 1 BY 1
               UNTIL IDX-FIL-VL-WS > QTD-FILIAL-VL
               OR FILIAL-VL-WS (IDX-FIL-VL-WS) = FILIAL-NT-WS
           END-PERFORM
           IF IDX-FIL-VL-WS > QTD-FILIAL-VL
               DISPLAY (24, 10) "FILIAL INVALIDA - VERIFIQUE O NUMERO"
               IF MODO-AUTO GO TO TERMINA-ERRO-PARM END-IF
               GO TO INICIO-010.
      *
      *    SEM A UF DA FILIAL NAO HA COMO SABER A FAMILIA DO CFO
           MOVE FILIAL-NT-WS TO FILIAL-BUSCA-EMP-WS
           PERFORM ACHA-EMPRESA
           MOVE ACHADO-UF-EMP-WS TO UF-FILIAL-WS
           IF UF-FILIAL-WS = SPACES
               DISPLAY (24, 10) "FILIAL SEM UF NO CADASTRO DA EMPRESA"
               IF MODO-AUTO GO TO TERMINA-ERRO-PARM END-IF
               GO TO INICIO-010.

           DISPLAY (12, 10) "Mes da auditoria (mm)...:"
           IF NOT MODO-AUTO
               ACCEPT (, ) MES-APU-WS WITH PROMPT UPDATE
               IF ESCAPE-77 NOT = ZEROS GO TO INICIO-010.
           DISPLAY (13, 10) "Ano (aaaa)..............:"
           IF NOT MODO-AUTO
               ACCEPT (, ) ANO-APU-WS WITH PROMPT UPDATE
               IF ESCAPE-77 NOT = ZEROS GO TO INICIO-010.
           IF MES-APU-WS = ZEROS OR MES-APU-WS > 12
               OR ANO-APU-WS = ZEROS
               IF MODO-AUTO GO TO TERMINA-ERRO-PARM END-IF
               GO TO INICIO-010.

           DISPLAY (15, 10) "NOTAS LIDAS:"
           DISPLAY (16, 10) "INCONSIST.:"
           MOVE 0 TO LIDOS-77 VERIFICADAS-77 INCONSIST-77
           MOVE 0 TO ERRO-CFO-77 ERRO-ALIQ-77 ERRO-BASE-77
           MOVE 0 TO SEM-TABELA-77 TOT-DIF-WS
           MOVE MES-APU-WS TO MES-NT-WS MES-CAL-WS
           MOVE ANO-APU-WS TO ANO-CAL-WS
           MOVE ANO2-APU-WS TO ANO-NT-WS
           PERFORM CALCULA-ULT-DIA
           PERFORM ABRE-RELATORIO
           MOVE 0 TO DIA-APU-WS
           PERFORM VARRE-DIA THRU VARRE-DIA-FIM ULT-DIA-MES-WS TIMES
           PERFORM FECHA-RELATORIO
           DISPLAY (23, 10) "AUDITORIA GRAVADA EM CONVAICM.REL"
           PERFORM REPINTA-TELA
           PERFORM GRAVA-LOG
           IF MODO-AUTO GOBACK.
           GO TO 015-DATAS.
      *
      *    LE O ARQUIVO DE SAIDAS DE UM DIA DO MES (QUANDO EXISTE)
       VARRE-DIA.
           ADD 1 TO DIA-APU-WS
           MOVE DIA-APU-WS TO DIA-NT-WS
           MOVE "N" TO FIM-NT-WS
           OPEN INPUT ARQ-NT
           IF ESTADO NOT = ZEROS
               GO TO VARRE-DIA-FIM.
           PERFORM LE-NOTA THRU LE-NOTA-EXIT UNTIL ACABOU-NT
           CLOSE ARQ-NT.
       VARRE-DIA-FIM.
           EXIT.
      *
       LE-NOTA.
           READ ARQ-NT AT END MOVE "S" TO FIM-NT-WS END-READ
           IF ACABOU-NT GO TO LE-NOTA-EXIT.
           IF REG-NT (1:1) = "0" AND REG-NT (2:4) = "CONV"
               GO TO LE-NOTA-EXIT.
           IF REG-NT (1:1) = "9" AND REG-NT (22:479) = SPACES
               GO TO LE-NOTA-EXIT.
           ADD 1 TO LIDOS-77
           PERFORM MOSTRA-PROGRESSO
           IF TIPO-SAI-NT = 3
               GO TO LE-NOTA-EXIT.
           ADD 1 TO VERIFICADAS-77
           PERFORM CONFERE-NOTA.
       LE-NOTA-EXIT.
           EXIT.
      *
      *    CONFERE A NOTA CORRENTE E IMPRIME A LINHA QUANDO HOUVER
      *    QUALQUER OCORRENCIA
       CONFERE-NOTA.
           MOVE "N" TO OCORRENCIA-WS
           MOVE SPACES TO OCOR-CFO-LIN-WS OCOR-ALQ-LIN-WS
           MOVE SPACES TO OCOR-BASE-LIN-WS OCOR-TAB-LIN-WS
           PERFORM CONFERE-CFO
           MOVE ALQICM-SAI-NT TO ALQ-ESP-WS
           MOVE BASE-SAI-NT TO BASE-ESP-WS
           IF INDIMP-SAI-NT = 2 OR INDIMP-SAI-NT = 3
               OR INDIMP-SAI-NT = 6 OR INDIMP-SAI-NT = 7
               PERFORM CONFERE-ALIQUOTA THRU CONFERE-ALIQUOTA-EXIT
               PERFORM CONFERE-BASE.
           IF NOTA-INCONSISTENTE
               PERFORM IMPRIME-NOTA.
      *
      *    FAMILIA ESPERADA PELA UF DO CLIENTE: "EX" = EXPORTACAO
      *    (7XX), UF DA FILIAL OU EM BRANCO = DENTRO DO ESTADO (5XX),
      *    OUTRA UF = INTERESTADUAL (6XX). O CFO ESPERADO MANTEM OS
      *    DOIS ULTIMOS DIGITOS (A NATUREZA) DO CFO DIGITADO
       CONFERE-CFO.
           MOVE UF-SAI-NT TO UF-DESTINO-WS
           IF UF-DESTINO-WS = SPACES
               MOVE UF-FILIAL-WS TO UF-DESTINO-WS.
           IF UF-DESTINO-WS = "EX"
               MOVE 7 TO FAMILIA-ESP-WS
           ELSE
               IF UF-DESTINO-WS = UF-FILIAL-WS
                   MOVE 5 TO FAMILIA-ESP-WS
               ELSE
                   MOVE 6 TO FAMILIA-ESP-WS.
           DIVIDE CFO-SAI-NT BY 100 GIVING FAMILIA-INF-WS
               REMAINDER RESTO-CFO-WS
           COMPUTE CFO-ESP-WS = FAMILIA-ESP-WS * 100 + RESTO-CFO-WS
           IF FAMILIA-INF-WS NOT = FAMILIA-ESP-WS
               MOVE "S" TO OCORRENCIA-WS
               MOVE "CFO" TO OCOR-CFO-LIN-WS
               ADD 1 TO ERRO-CFO-77.
      *
      *    ALIQUOTA ESPERADA: ZERO NA EXPORTACAO, SENAO A DA TABELA
      *    PARA O PAR UF DA FILIAL / UF DO CLIENTE. PAR FORA DA
      *    TABELA SAI APONTADO PARA O CADICMS SER COMPLETADO
       CONFERE-ALIQUOTA.
           IF FAMILIA-ESP-WS = 7
               MOVE ZEROS TO ALQ-ESP-WS
           ELSE
               MOVE UF-FILIAL-WS TO UFORI-BUSCA-ICM-WS
               MOVE UF-DESTINO-WS TO UFDES-BUSCA-ICM-WS
               PERFORM ACHA-ICMS
               IF IDX-ACHADO-ICM-WS = ZEROS
                   MOVE "S" TO OCORRENCIA-WS
                   MOVE "S/TAB" TO OCOR-TAB-LIN-WS
                   ADD 1 TO SEM-TABELA-77
                   GO TO CONFERE-ALIQUOTA-EXIT
               ELSE
                   MOVE ALIQ-TAB-ICM-WS (IDX-ACHADO-ICM-WS)
                       TO ALQ-ESP-WS.
           IF ALQICM-SAI-NT NOT = ALQ-ESP-WS
               MOVE "S" TO OCORRENCIA-WS
               MOVE "ALIQ" TO OCOR-ALQ-LIN-WS
               ADD 1 TO ERRO-ALIQ-77.
       CONFERE-ALIQUOTA-EXIT.
           EXIT.
      *
      *    BASE CHEIA = MERCADORIA + FRETE + SEGURO + IPI. COM BASE
      *    REDUZIDA A BASE INFORMADA VALE DESDE QUE NAO PASSE DA
      *    CHEIA; SEM REDUCAO TEM DE SER IGUAL A ELA
       CONFERE-BASE.
           COMPUTE BASE-CHEIA-WS = MERCAD-SAI-NT + FRETE-SAI-NT
               + SEGURO-SAI-NT + IPI-SAI-NT
           IF BASE-REDUZIDA-NT
               IF BASE-SAI-NT > BASE-CHEIA-WS
                   MOVE BASE-CHEIA-WS TO BASE-ESP-WS
               ELSE
                   MOVE BASE-SAI-NT TO BASE-ESP-WS
           ELSE
               MOVE BASE-CHEIA-WS TO BASE-ESP-WS.
           IF BASE-SAI-NT NOT = BASE-ESP-WS
               MOVE "S" TO OCORRENCIA-WS
               MOVE "BASE" TO OCOR-BASE-LIN-WS
               ADD 1 TO ERRO-BASE-77.
      *
      *    LINHA DA NOTA INCONSISTENTE, COM A DIFERENCA DE ICMS
      *    (ESPERADO MENOS INFORMADO)
       IMPRIME-NOTA.
           ADD 1 TO INCONSIST-77
           COMPUTE ICMS-INF-WS ROUNDED =
               BASE-SAI-NT * ALQICM-SAI-NT / 100
           COMPUTE ICMS-ESP-WS ROUNDED =
               BASE-ESP-WS * ALQ-ESP-WS / 100
           COMPUTE DIF-ICMS-WS = ICMS-ESP-WS - ICMS-INF-WS
           ADD DIF-ICMS-WS TO TOT-DIF-WS
           MOVE DIA-APU-WS TO DIA-LIN-WS
           MOVE NUMERO-SAI-NT TO NUMERO-LIN-WS
           MOVE UF-SAI-NT TO UF-LIN-WS
           MOVE CFO-SAI-NT TO CFO-LIN-WS
           MOVE CFO-ESP-WS TO CFO-ESP-LIN-WS
           MOVE ALQICM-SAI-NT TO ALQ-LIN-WS
           MOVE ALQ-ESP-WS TO ALQ-ESP-LIN-WS
           MOVE BASE-SAI-NT TO BASE-LIN-WS
           MOVE BASE-ESP-WS TO BASE-ESP-LIN-WS
           MOVE DIF-ICMS-WS TO DIF-LIN-WS
           WRITE REG-REL FROM LINHA-NOTA-WS.
      *
       ABRE-RELATORIO.
           OPEN OUTPUT ARQ-REL
           MOVE SPACES TO REG-REL
           STRING ACHADO-RAZAO-EMP-WS " CGC " ACHADO-CGC-EMP-WS
               " IE " ACHADO-INSCR-EMP-WS
               DELIMITED BY SIZE INTO REG-REL
           WRITE REG-REL
           MOVE SPACES TO REG-REL
           STRING "AUDITORIA DE ALIQUOTA/CFO DE ICMS FILIAL "
               FILIAL-NT-WS " (UF " UF-FILIAL-WS ") MES "
               MES-APU-WS "/" ANO-APU-WS
               DELIMITED BY SIZE INTO REG-REL
           WRITE REG-REL
           WRITE REG-REL FROM CAB-NOTA-WS.
      *
       FECHA-RELATORIO.
           MOVE SPACES TO REG-REL
           STRING "NOTAS VERIFICADAS=" VERIFICADAS-77
               " INCONSISTENTES=" INCONSIST-77
               DELIMITED BY SIZE INTO REG-REL
           WRITE REG-REL
           MOVE SPACES TO REG-REL
           STRING "OCORRENCIAS: CFO=" ERRO-CFO-77
               " ALIQUOTA=" ERRO-ALIQ-77
               " BASE=" ERRO-BASE-77
               " UF SEM ALIQUOTA NA TABELA=" SEM-TABELA-77
               DELIMITED BY SIZE INTO REG-REL
           WRITE REG-REL
           MOVE TOT-DIF-WS TO DIF-LIN-WS
           MOVE SPACES TO REG-REL
           STRING "DIFERENCA TOTAL DE ICMS (ESPERADO - INFORMADO):"
               DIF-LIN-WS
               DELIMITED BY SIZE INTO REG-REL
           WRITE REG-REL
           CLOSE ARQ-REL.
      *
      *    PINTA OS CONTADORES SO A CADA INTERVALO-TELA-WS REGISTROS
       MOSTRA-PROGRESSO.
           SUBTRACT 1 FROM CONTA-TELA-WS
           IF CONTA-TELA-WS = ZEROS
               MOVE INTERVALO-TELA-WS TO CONTA-TELA-WS
               PERFORM REPINTA-TELA.
      *
       REPINTA-TELA.
           DISPLAY (15, 23) LIDOS-77
           DISPLAY (16, 23) INCONSIST-77.
      *
      *    GRAVA UMA LINHA NO LOG PERSISTENTE DE EXECUCOES (CONVLOG.LOG)
       GRAVA-LOG.
           MOVE "CONVAICM" TO PROGRAMA-LOG-TX
           ACCEPT DATA-EXEC-LOG-TX FROM DATE YYYYMMDD
           ACCEPT HORA-EXEC-LOG-TX FROM TIME
           MOVE OPERADOR-EXEC-WS TO OPERADOR-LOG-TX
           ACCEPT HORA-FIM-EXEC-WS FROM TIME
           PERFORM CALCULA-DURACAO
           MOVE HORA-INI6-EXEC-WS TO HORA-INI-LOG-TX
           MOVE DURACAO-EXEC-WS TO DURACAO-LOG-TX
           MOVE SPACES TO FILTRO-LOG-TX
           STRING "DRIVE=" U-NT-WS " FILIAL=" FILIAL-NT-WS
               " MES=" MES-APU-WS "/" ANO-APU-WS
               DELIMITED BY SIZE
               INTO FILTRO-LOG-TX
           MOVE LIDOS-77 TO LIDOS-LOG-TX
           MOVE VERIFICADAS-77 TO GRAVADOS-LOG-TX
           MOVE INCONSIST-77 TO GRAVADOS2-LOG-TX
           MOVE "CONVAICM.REL" TO NOME-REL-ARR-WS
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
      *    DEVOLVE EM ULT-DIA-MES-WS O ULTIMO DIA DO MES/ANO
      *    RECEBIDOS EM MES-CAL-WS/ANO-CAL-WS
       CALCULA-ULT-DIA.
           MOVE DIAS-MES-VL (MES-CAL-WS) TO ULT-DIA-MES-WS
           IF MES-CAL-WS = 2
               DIVIDE ANO-CAL-WS BY 4 GIVING QUOC-BISS-WS
                   REMAINDER RESTO-BISS-WS
               IF RESTO-BISS-WS = ZEROS
                   DIVIDE ANO-CAL-WS BY 100 GIVING QUOC-BISS-WS
                       REMAINDER RESTO-BISS-WS
                   IF RESTO-BISS-WS NOT = ZEROS
                       MOVE 29 TO ULT-DIA-MES-WS
                   ELSE
                       DIVIDE ANO-CAL-WS BY 400 GIVING QUOC-BISS-WS
                           REMAINDER RESTO-BISS-WS
                       IF RESTO-BISS-WS = ZEROS
                           MOVE 29 TO ULT-DIA-MES-WS.
      *
           COPY FILIALPR.
      *
           COPY EMPREPR.
      *
           COPY ICMSPR.
      *
           COPY DURAPR.
      *
           COPY OPERPR.
      *
           COPY ARQRPR.
      *
           COPY TRAVAPR.
