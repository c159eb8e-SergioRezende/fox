      *
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. CONVPISF.
       AUTHOR. LUIS AUGUSTO.
      *
      *    DATA DA ALTERACAO: 10/96
      *
      *    APURACAO DE PIS E FINSOCIAL DO MES, DIRETO DAS SAIDAS JA
      *    GERADAS PELA CONVERSAO (x:MVddmmff.Faa). ENTRAM AS NOTAS
      *    CUJO INDICADOR DE IMPOSTO TEM PIS/FINSOCIAL (3 = ICM/PIS/
      *    FIN, 4 = SO PIS/FIN); A BASE DE CADA NOTA E O VALOR TOTAL
      *    MENOS O IPI DESTACADO, E AS NOTAS DE RECLAMACAO (INDICADOR
      *    DE TIPO 5) SAO DEDUZIDAS. O RESULTADO SAI EM
      *    "CONVPISF.REL" POR CFO - BASE BRUTA, DEDUCOES E BASE
      *    LIQUIDA - E NO FIM O VALOR DE CADA CONTRIBUICAO COM A
      *    ALIQUOTA E O VENCIMENTO DO CADASTRO "ARQTRIB.DAT" (CADTRIB),
      *    NA LINHA DA FILIAL OU NA LINHA PADRAO (FILIAL 00). ACABA A
      *    CONTA FEITA NA CALCULADORA EM CIMA DO LIVRO DE SAIDAS.
      *
      *    DATA DA ALTERACAO: 10/96
      *
      *    CADA "CONVPISF.REL" GERADO E GUARDADO NO ARQUIVO DE
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
           SELECT      ARQ-REL    ASSIGN     TO   "CONVPISF.REL"
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
           COPY TRIBSL.
      *
           COPY OPERSL.
      *
       DATA DIVISION.
       FILE SECTION.
      *
      *    ARQUIVO DIARIO DE SAIDAS GERADO PELO CONVNOTA, MAPEADO SO
      *    NOS CAMPOS QUE A APURACAO USA
       FD  ARQ-NT
           LABEL     RECORD       STANDARD
           VALUE     OF FILE-ID   ARQNT-WS
           DATA      RECORD       REG-NT.
       01  REG-NT                            PIC X(500).
       01  REG-NT-SAI.
           05  FILLER                        PIC X(02).
           05  TIPO-SAI-NT                   PIC 9(01).
           05  FILLER                        PIC X(178).
           05  INDIMP-SAI-NT                 PIC 9(01).
           05  FILLER                        PIC X(03).
           05  INDTIPO-SAI-NT                PIC 9(01).
           05  FILLER                        PIC X(09).
           05  TOTAL-SAI-NT                  PIC 9(11).
           05  FILLER                        PIC X(190).
           05  CFO-SAI-NT                    PIC 9(03).
           05  FILLER                        PIC X(07).
           05  IPI-SAI-NT                    PIC 9(09).
           05  FILLER                        PIC X(85).
      *
       FD  ARQ-REL
           LABEL     RECORD       STANDARD
           VALUE     OF FILE-ID   "CONVPISF.REL"
           DATA      RECORD       REG-REL.
       01  REG-REL                           PIC X(90).
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
           COPY TRIBFD.
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
       77  APURADAS-77     VALUE 0             PIC 9(07).
       77  RECLAMACOES-77  VALUE 0             PIC 9(07).
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
       77  BASE-LIN-WS                         PIC S9(11).
       77  CFO-ACHA-WS                         PIC 9(03).
      *
      *    BASE POR CFO: BRUTA (NOTAS NORMAIS) E DEDUCOES (RECLAMACAO)
       77  QTD-CFO-WS      VALUE 0             PIC 9(04).
       77  DESCARTADOS-CFO-77 VALUE 0          PIC 9(05).
       01  TAB-CFO-WS.
           05  TAB-CFO-ITEM OCCURS 200 TIMES INDEXED BY IDX-CFO-WS.
               10  CFO-TAB-WS                  PIC 9(03).
               10  BRUTO-TAB-WS                PIC 9(13).
               10  DEDUCAO-TAB-WS              PIC 9(13).
       77  TOT-BRUTO-WS    VALUE 0             PIC 9(13).
       77  TOT-DEDUCAO-WS  VALUE 0             PIC 9(13).
       77  LIQUIDO-CFO-WS                      PIC S9(13).
      *
      *    CONTRIBUICOES DEVIDAS E VENCIMENTOS (MES SEGUINTE)
       77  ALQPIS-WS                           PIC 9(02)V9(02).
       77  ALQFIN-WS                           PIC 9(02)V9(02).
       77  VALOR-PIS-WS                        PIC 9(13)V99.
       77  VALOR-FIN-WS                        PIC 9(13)V99.
       77  MES-VENC-WS                         PIC 9(02).
       77  ANO-VENC-WS                         PIC 9(04).
       77  DIA-VENC-PIS-WS                     PIC 9(02).
       77  DIA-VENC-FIN-WS                     PIC 9(02).
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
       01  LINHA-CFO-WS.
           05  FILLER  VALUE "CFO "            PIC X(04).
           05  CFO-LIN-WS                      PIC 9(03).
           05  FILLER  VALUE " BRUTA "         PIC X(07).
           05  BRUTO-LIN-WS                    PIC ZZ.ZZZ.ZZZ.ZZ9.
           05  FILLER  VALUE " DEDUCOES "      PIC X(10).
           05  DEDUCAO-LIN-WS                  PIC ZZ.ZZZ.ZZZ.ZZ9.
           05  FILLER  VALUE " LIQUIDA "       PIC X(09).
           05  LIQUIDO-LIN-WS                  PIC ZZ.ZZZ.ZZZ.ZZ9-.
      *
       01  LINHA-CONTR-WS.
           05  NOME-CON-WS                     PIC X(10).
           05  FILLER  VALUE " ALIQ "          PIC X(06).
           05  ALQ-CON-WS                      PIC Z9,99.
           05  FILLER  VALUE "% VALOR "        PIC X(08).
           05  VALOR-CON-WS                    PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER  VALUE " VENCIMENTO "    PIC X(12).
           05  DIA-CON-WS                      PIC 9(02).
           05  FILLER  VALUE "/"               PIC X(01).
           05  MES-CON-WS                      PIC 9(02).
           05  FILLER  VALUE "/"               PIC X(01).
           05  ANO-CON-WS                      PIC 9(04).
      *
           COPY TELAWS.
           COPY PARMAUTO.
      *
           COPY OPERWS.
           COPY DURAWS.
           COPY FILIALVL.
           COPY EMPREVL.
           COPY TRIBVL.
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
           DISPLAY (5, 16) "* APURACAO DE PIS E FINSOCIAL DO MES *"

           PERFORM CARREGA-FILIAL THRU CARREGA-FILIAL-EXIT
           PERFORM CARREGA-EMPRESA THRU CARREGA-EMPRESA-EXIT
           PERFORM CARREGA-TRIBUTO THRU CARREGA-TRIBUTO-EXIT
           MOVE "CONVPISF" TO PROGRAMA-EXEC-WS
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
           MOVE "CONVPISF" TO PROGRAMA-ACE-WS
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

           DISPLAY (12, 10) "Mes da apuracao (mm)....:"
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
      *
      *    SEM ALIQUOTAS NA TABELA NAO HA O QUE APURAR
           MOVE FILIAL-NT-WS TO FILIAL-BUSCA-TRB-WS
           PERFORM ACHA-TRIBUTO THRU ACHA-TRIBUTO-EXIT
           IF IDX-ACHADO-TRB-WS = ZEROS
               DISPLAY (24, 10) "FILIAL SEM PARAMETROS EM ARQTRIB.DAT"
               IF MODO-AUTO GO TO TERMINA-ERRO-PARM END-IF
               GO TO INICIO-010.

           DISPLAY (15, 10) "NOTAS LIDAS:"
           DISPLAY (16, 10) "APURADAS..:"
           MOVE 0 TO LIDOS-77 APURADAS-77 RECLAMACOES-77
           MOVE 0 TO QTD-CFO-WS DESCARTADOS-CFO-77
           MOVE 0 TO TOT-BRUTO-WS TOT-DEDUCAO-WS
           MOVE MES-APU-WS TO MES-NT-WS MES-CAL-WS
           MOVE ANO-APU-WS TO ANO-CAL-WS
           MOVE ANO2-APU-WS TO ANO-NT-WS
           PERFORM CALCULA-ULT-DIA
           MOVE 0 TO DIA-APU-WS
           PERFORM VARRE-DIA THRU VARRE-DIA-FIM ULT-DIA-MES-WS TIMES
           PERFORM CALCULA-CONTRIBUICOES
           PERFORM IMPRIME-APURACAO
           DISPLAY (23, 10) "APURACAO GRAVADA EM CONVPISF.REL"
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
           PERFORM ACUMULA-BASE THRU ACUMULA-BASE-FIM.
       LE-NOTA-EXIT.
           EXIT.
      *
      *    BASE DA NOTA: TOTAL MENOS IPI, SO QUANDO O INDICADOR DE
      *    IMPOSTO TEM PIS/FINSOCIAL (AS ENTRADAS GRAVADAS NO
      *    MOVIMENTO DE SAIDAS - TIPO 3 - FICAM DE FORA). NOTA DE
      *    RECLAMACAO VAI PARA A COLUNA DE DEDUCOES DO CFO
       ACUMULA-BASE.
           IF TIPO-SAI-NT = 3
               GO TO ACUMULA-BASE-FIM.
           IF INDIMP-SAI-NT NOT = 3 AND INDIMP-SAI-NT NOT = 4
               GO TO ACUMULA-BASE-FIM.
           COMPUTE BASE-LIN-WS = TOTAL-SAI-NT - IPI-SAI-NT
           IF BASE-LIN-WS < ZEROS
               MOVE ZEROS TO BASE-LIN-WS.
           ADD 1 TO APURADAS-77
           MOVE CFO-SAI-NT TO CFO-ACHA-WS
           PERFORM ACHA-CFO THRU ACHA-CFO-FIM
           IF IDX-CFO-WS > QTD-CFO-WS
               GO TO ACUMULA-BASE-FIM.
           IF INDTIPO-SAI-NT = 5
               ADD 1 TO RECLAMACOES-77
               ADD BASE-LIN-WS TO DEDUCAO-TAB-WS (IDX-CFO-WS)
               ADD BASE-LIN-WS TO TOT-DEDUCAO-WS
           ELSE
               ADD BASE-LIN-WS TO BRUTO-TAB-WS (IDX-CFO-WS)
               ADD BASE-LIN-WS TO TOT-BRUTO-WS.
       ACUMULA-BASE-FIM.
           EXIT.
      *
      *    ACHA (OU CRIA) A LINHA DO CFO EM CFO-ACHA-WS NA TABELA
       ACHA-CFO.
           PERFORM VARYING IDX-CFO-WS FROM 1 BY 1
               UNTIL IDX-CFO-WS > QTD-CFO-WS
               OR CFO-TAB-WS (IDX-CFO-WS) = CFO-ACHA-WS
           END-PERFORM
           IF IDX-CFO-WS > QTD-CFO-WS AND QTD-CFO-WS NOT < 200
               ADD 1 TO DESCARTADOS-CFO-77
               GO TO ACHA-CFO-FIM.
           IF IDX-CFO-WS > QTD-CFO-WS
               ADD 1 TO QTD-CFO-WS
               MOVE CFO-ACHA-WS TO CFO-TAB-WS (IDX-CFO-WS)
               MOVE 0 TO BRUTO-TAB-WS (IDX-CFO-WS)
               MOVE 0 TO DEDUCAO-TAB-WS (IDX-CFO-WS).
       ACHA-CFO-FIM.
           EXIT.
      *
      *    VALOR DE CADA CONTRIBUICAO SOBRE A BASE LIQUIDA DA FILIAL
      *    E VENCIMENTO NO MES SEGUINTE (DIA DO CADASTRO, LIMITADO
      *    AO ULTIMO DIA DAQUELE MES)
       CALCULA-CONTRIBUICOES.
           MOVE ALQPIS-TAB-TRB-WS (IDX-ACHADO-TRB-WS) TO ALQPIS-WS
           MOVE ALQFIN-TAB-TRB-WS (IDX-ACHADO-TRB-WS) TO ALQFIN-WS
           MOVE DIAPIS-TAB-TRB-WS (IDX-ACHADO-TRB-WS)
               TO DIA-VENC-PIS-WS
           MOVE DIAFIN-TAB-TRB-WS (IDX-ACHADO-TRB-WS)
               TO DIA-VENC-FIN-WS
           COMPUTE LIQUIDO-CFO-WS = TOT-BRUTO-WS - TOT-DEDUCAO-WS
           IF LIQUIDO-CFO-WS > ZEROS
               COMPUTE VALOR-PIS-WS ROUNDED =
                   LIQUIDO-CFO-WS * ALQPIS-WS / 100
               COMPUTE VALOR-FIN-WS ROUNDED =
                   LIQUIDO-CFO-WS * ALQFIN-WS / 100
           ELSE
               MOVE ZEROS TO VALOR-PIS-WS VALOR-FIN-WS.
           IF MES-APU-WS = 12
               MOVE 1 TO MES-VENC-WS
               COMPUTE ANO-VENC-WS = ANO-APU-WS + 1
           ELSE
               COMPUTE MES-VENC-WS = MES-APU-WS + 1
               MOVE ANO-APU-WS TO ANO-VENC-WS.
           MOVE MES-VENC-WS TO MES-CAL-WS
           MOVE ANO-VENC-WS TO ANO-CAL-WS
           PERFORM CALCULA-ULT-DIA
           IF DIA-VENC-PIS-WS > ULT-DIA-MES-WS
               MOVE ULT-DIA-MES-WS TO DIA-VENC-PIS-WS.
           IF DIA-VENC-FIN-WS > ULT-DIA-MES-WS
               MOVE ULT-DIA-MES-WS TO DIA-VENC-FIN-WS.
      *
      *    IMPRIME A BASE POR CFO, O TOTAL DA FILIAL E AS
      *    CONTRIBUICOES DEVIDAS
       IMPRIME-APURACAO.
           OPEN OUTPUT ARQ-REL
           MOVE FILIAL-NT-WS TO FILIAL-BUSCA-EMP-WS
           PERFORM ACHA-EMPRESA
           MOVE SPACES TO REG-REL
           STRING ACHADO-RAZAO-EMP-WS " CGC " ACHADO-CGC-EMP-WS
               " IE " ACHADO-INSCR-EMP-WS
               DELIMITED BY SIZE INTO REG-REL
           WRITE REG-REL
           MOVE SPACES TO REG-REL
           STRING "APURACAO DE PIS/FINSOCIAL FILIAL " FILIAL-NT-WS
               " MES " MES-APU-WS "/" ANO-APU-WS
               DELIMITED BY SIZE INTO REG-REL
           WRITE REG-REL
           PERFORM IMPRIME-CFO
               VARYING IDX-CFO-WS FROM 1 BY 1
               UNTIL IDX-CFO-WS > QTD-CFO-WS
           IF DESCARTADOS-CFO-77 NOT = ZEROS
               MOVE SPACES TO REG-REL
               STRING "ESTOURO TABELA CFO: " DESCARTADOS-CFO-77
                   " LANCAMENTOS FORA"
                   DELIMITED BY SIZE INTO REG-REL
               WRITE REG-REL.
           MOVE SPACES TO REG-REL
           STRING "NOTAS APURADAS=" APURADAS-77
               " DAS QUAIS RECLAMACAO=" RECLAMACOES-77
               DELIMITED BY SIZE INTO REG-REL
           WRITE REG-REL
           MOVE "BASE DE CALCULO DA FILIAL:" TO REG-REL
           WRITE REG-REL
           MOVE 999 TO CFO-LIN-WS
           MOVE TOT-BRUTO-WS TO BRUTO-LIN-WS
           MOVE TOT-DEDUCAO-WS TO DEDUCAO-LIN-WS
           COMPUTE LIQUIDO-CFO-WS = TOT-BRUTO-WS - TOT-DEDUCAO-WS
           MOVE LIQUIDO-CFO-WS TO LIQUIDO-LIN-WS
           WRITE REG-REL FROM LINHA-CFO-WS
           MOVE "CONTRIBUICOES DEVIDAS:" TO REG-REL
           WRITE REG-REL
           MOVE "PIS" TO NOME-CON-WS
           MOVE ALQPIS-WS TO ALQ-CON-WS
           MOVE VALOR-PIS-WS TO VALOR-CON-WS
           MOVE DIA-VENC-PIS-WS TO DIA-CON-WS
           MOVE MES-VENC-WS TO MES-CON-WS
           MOVE ANO-VENC-WS TO ANO-CON-WS
           WRITE REG-REL FROM LINHA-CONTR-WS
           MOVE "FINSOCIAL" TO NOME-CON-WS
           MOVE ALQFIN-WS TO ALQ-CON-WS
           MOVE VALOR-FIN-WS TO VALOR-CON-WS
           MOVE DIA-VENC-FIN-WS TO DIA-CON-WS
           WRITE REG-REL FROM LINHA-CONTR-WS
           CLOSE ARQ-REL.
      *
       IMPRIME-CFO.
           MOVE CFO-TAB-WS (IDX-CFO-WS) TO CFO-LIN-WS
           MOVE BRUTO-TAB-WS (IDX-CFO-WS) TO BRUTO-LIN-WS
           MOVE DEDUCAO-TAB-WS (IDX-CFO-WS) TO DEDUCAO-LIN-WS
           COMPUTE LIQUIDO-CFO-WS = BRUTO-TAB-WS (IDX-CFO-WS)
               - DEDUCAO-TAB-WS (IDX-CFO-WS)
           MOVE LIQUIDO-CFO-WS TO LIQUIDO-LIN-WS
           WRITE REG-REL FROM LINHA-CFO-WS.
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
           DISPLAY (16, 23) APURADAS-77.
      *
      *    GRAVA UMA LINHA NO LOG PERSISTENTE DE EXECUCOES (CONVLOG.LOG)
       GRAVA-LOG.
           MOVE "CONVPISF" TO PROGRAMA-LOG-TX
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
           MOVE APURADAS-77 TO GRAVADOS-LOG-TX
           MOVE RECLAMACOES-77 TO GRAVADOS2-LOG-TX
           MOVE "CONVPISF.REL" TO NOME-REL-ARR-WS
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
           COPY TRIBPR.
      *
           COPY DURAPR.
      *
           COPY OPERPR.
      *
           COPY ARQRPR.
      *
           COPY TRAVAPR.
