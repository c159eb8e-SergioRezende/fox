      *
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. CONVRLIM.
       AUTHOR. LUIS AUGUSTO.
      *
      *    DATA DA ALTERACAO: 10/96
      *
      *    REVISAO PERIODICA DO LIMITE DE CREDITO: PARA UMA FILIAL E
      *    UMA FAIXA DE DATAS, SOMA AS COMPRAS DE CADA CLIENTE NAS
      *    NOTAS (x:MVddmmff.Faa), O SALDO EM ABERTO NO EXTRATO DO
      *    CADDUP (x:CADDUPff.EXT, DO CONVDUPX) E OS ENVIADOS AO SPC
      *    (x:SPCff.EST, DO CONVSPC) E, PARA CADA CLIENTE DO EXTRATO
      *    x:ARQCLIff.TXT (CONVCLIE), CALCULA UM LIMITE PROPOSTO:
      *      - NEGATIVADO OU NO SPC ............ ZERO;
      *      - MAIOR ATRASO ACIMA DE 60 DIAS ... CONGELA NO MENOR
      *        ENTRE O LIMITE ATUAL E O SALDO EM ABERTO;
      *      - MEDIA DE DIAS ACIMA DE 15 ....... (MULTIPLO - 1) X A
      *        MEDIA MENSAL COMPRADA NA FAIXA;
      *      - DEMAIS .......................... MULTIPLO X A MEDIA
      *        MENSAL (MULTIPLO INFORMADO, PADRAO 3).
      *    O PROPOSTO E ARREDONDADO PARA CIMA EM CENTENAS. CLIENTE SEM
      *    COMPRA NA FAIXA E SEM RESTRICAO FICA COMO ESTA. SO VIRA
      *    PROPOSTA A DIFERENCA DE PELO MENOS A VARIACAO INFORMADA
      *    (PADRAO 10% DO LIMITE ATUAL). AS PROPOSTAS SAEM PENDENTES
      *    EM "x:REVLIMff.TXT" (COPY RLIMFD), REGRAVADO A CADA
      *    REVISAO, PARA O SUPERVISOR DE CREDITO DECIDIR LINHA A
      *    LINHA NO CADRLIM, E A LISTA IMPRESSA EM "CONVRLIM.REL".
      *
      *    DATA DA ALTERACAO: 10/96
      *
      *    CADA "CONVRLIM.REL" GERADO E GUARDADO NO ARQUIVO DE
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
           SELECT      ARQ-CLI    ASSIGN     TO   DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ESTADO-CLI.
      *
           SELECT      ARQ-EST    ASSIGN     TO   DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ESTADO-EST.
      *
           SELECT      ARQ-REL    ASSIGN     TO   "CONVRLIM.REL"
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
           COPY DUPXSL.
      *
           COPY RLIMSL.
      *
           COPY FILIALSL.
      *
           COPY OPERSL.
      *
       DATA DIVISION.
       FILE SECTION.
      *
      *    ARQUIVO DIARIO DE NOTAS GERADO PELO CONVNOTA
       FD  ARQ-NT
           LABEL     RECORD       STANDARD
           VALUE     OF FILE-ID   ARQNT-WS
           DATA      RECORD       REG-NT.
       01  REG-NT                            PIC X(500).
       01  REG-NT-NOTA.
           05  FILLER                        PIC X(02).
           05  TIPO-NT                       PIC 9(01).
           05  FILLER                        PIC X(07).
           05  CPF-NT                        PIC 9(14).
           05  FILLER                        PIC X(171).
           05  TOTAL-NT                      PIC 9(11).
           05  FILLER                        PIC X(294).
      *
      *    EXTRATO DE CLIENTES GERADO PELO CONVCLIE: SO OS CAMPOS QUE
      *    A REVISAO USA SAO MAPEADOS, O RESTO E FILLER
       FD  ARQ-CLI
           LABEL     RECORD       STANDARD
           VALUE     OF FILE-ID   ARQCLI-WS
           DATA      RECORD       REG-CLI.
       01  REG-CLI                           PIC X(352).
       01  REG-CLI-DET.
           05  TIPO-CLI                      PIC 9(01).
               88  PESSOA-JURIDICA-CLI VALUE 1.
           05  FILLER                        PIC X(02).
           05  CPF-CLI                       PIC 9(14).
           05  NOMER-CLI                     PIC X(39).
           05  FILLER                        PIC X(85).
           05  NOMEC-CLI                     PIC X(39).
           05  FILLER                        PIC X(95).
           05  LIMITE-CRED-CLI               PIC 9(07).
           05  MEDIAS-DIAS-CLI               PIC 9(03).
           05  STATUS-CLI                    PIC 9(01).
               88  CLIENTE-NEGATIVO VALUE 1.
           05  FILLER                        PIC X(08).
           05  MAIOR-ATRASO-CLI              PIC 9(03).
           05  FILLER                        PIC X(55).
      *
      *    CLIENTES JA ENVIADOS AO SPC (ARQ. "x:SPCff.EST", DO CONVSPC)
       FD  ARQ-EST
           LABEL     RECORD       STANDARD
           VALUE     OF FILE-ID   ARQEST-WS
           DATA      RECORD       REGEST-TX.
       01  REGEST-TX.
           05  CPF-EST-TX                    PIC 9(14).
           05  DATA-INCL-EST-TX              PIC 9(08).
      *
       FD  ARQ-REL
           LABEL     RECORD       STANDARD
           VALUE     OF FILE-ID   "CONVRLIM.REL"
           DATA      RECORD       REG-REL.
       01  REG-REL                           PIC X(132).
      *
           COPY DUPXFD.
      *
           COPY RLIMFD.
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
           COPY OPERFD.
      *
       WORKING-STORAGE SECTION.
      *
       77  ESTADO                PIC X(02).
       77  ESTADO-CLI            PIC X(02).
       77  ESTADO-EST            PIC X(02).
       77  ESTADO-REL            PIC X(02).
       77  ESTADO-LOG            PIC X(02).
       77  ESTADO-PRM            PIC X(02).
       77  ESTADO-RLM            PIC X(02).
       77  LIDOS-77        VALUE 0             PIC 9(07).
       77  CLIENTES-77     VALUE 0             PIC 9(07).
       77  PROPOSTAS-77    VALUE 0             PIC 9(05).
       77  INTERVALO-TELA-WS  VALUE 100         PIC 9(05).
       77  CONTA-TELA-WS      VALUE 1           PIC 9(05).
       77  I                                   PIC 9(02).
       77  E                                   PIC 9(02).
       77  DD-MM-77        VALUE ZEROS         PIC 99/99.
       77  FIM-NT-WS                           PIC X(01).
           88  ACABOU-NT                       VALUE "S".
       77  FIM-CLI-WS                          PIC X(01).
           88  ACABOU-CLI                      VALUE "S".
       77  FIM-EST-WS                          PIC X(01).
           88  ACABOU-EST                      VALUE "S".
      *    LIGA QUANDO O EXTRATO DO CADDUP NAO FECHA COM O TRAILER:
      *    O RELATORIO SAI AVISANDO QUE O SALDO PODE ESTAR INCOMPLETO
       77  TRUNCADO-BTV-WS VALUE "N"           PIC X(01).
           88  LEITURA-TRUNCADA                VALUE "S".
      *
       01  INICIAL-WS                          PIC 9(04).
       01  FILLER REDEFINES INICIAL-WS.
           05  DIA-INI-WS                      PIC 9(02).
           05  MES-INI-WS                      PIC 9(02).
       01  FINAL-WS                            PIC 9(04).
       01  FILLER REDEFINES FINAL-WS.
           05  DIA-FIM-WS                      PIC 9(02).
           05  MES-FIM-WS                      PIC 9(02).
       01  ANO-INI-WS      VALUE ZEROS         PIC 9(04).
       01  FILLER REDEFINES ANO-INI-WS.
           05  FILLER                          PIC 9(02).
           05  ANO2-INI-WS                     PIC 9(02).
       01  ANO-FIM-WS      VALUE ZEROS         PIC 9(04).
       01  MESDIA-INI-WS.
           05  ANO-CORTE-INI-WS                PIC 9(04).
           05  MES-CORTE-INI-WS                PIC 9(02).
           05  DIA-CORTE-INI-WS                PIC 9(02).
       01  MESDIA-FIM-WS.
           05  ANO-CORTE-FIM-WS                PIC 9(04).
           05  MES-CORTE-FIM-WS                PIC 9(02).
           05  DIA-CORTE-FIM-WS                PIC 9(02).
      *
      *    CALENDARIO REAL PARA O AVANCO DIA A DIA
       01  DIAS-MES-VL-WS  PIC X(24) VALUE "312831303130313130313031".
       01  FILLER REDEFINES DIAS-MES-VL-WS.
           05  DIAS-MES-VL OCCURS 12 TIMES     PIC 9(02).
       77  MES-CAL-WS                          PIC 9(02).
       77  ANO-CAL-WS                          PIC 9(04).
       77  ULT-DIA-MES-WS                      PIC 9(02).
       77  QUOC-BISS-WS                        PIC 9(04).
       77  RESTO-BISS-WS                       PIC 9(04).
      *
      *    PARAMETROS DA REVISAO
       77  MULTIPLO-WS     VALUE 3             PIC 9(02).
       77  VARIACAO-WS     VALUE 10            PIC 9(03).
       77  MESES-FAIXA-WS                      PIC 9(03).
      *
      *    CALCULO DA PROPOSTA DO CLIENTE CORRENTE
       77  COMPRAS-WS                          PIC 9(13).
       77  SALDO-WS                            PIC 9(13).
       77  MEDIA-MES-WS                        PIC 9(13).
       77  PROPOSTO-WS                         PIC 9(13).
       77  CENTENAS-WS                         PIC 9(11).
       77  DIFERENCA-WS                        PIC S9(13).
       77  PERC-DIF-WS                         PIC 9(05).
       77  NEGATIVO-WS                         PIC X(01).
           88  CLIENTE-RESTRITO                VALUE "S".
       77  MOTIVO-WS                           PIC X(20).
       77  FAIXA-CAB-WS                        PIC X(60).
      *
      *    COMPRAS DA FAIXA POR CPF/CGC
       77  QTD-CMP-WS      VALUE 0             PIC 9(04).
       77  IDX-CMP-WS                          PIC 9(04).
       77  DESCARTADOS-CMP-77 VALUE 0          PIC 9(05).
       01  TAB-CMP-WS.
           05  TAB-CMP-ITEM OCCURS 5000 TIMES.
               10  CPF-CMP-WS                  PIC 9(14).
               10  TOTAL-CMP-WS                PIC 9(13).
      *
      *    SALDO EM ABERTO ACUMULADO POR CPF/CGC (DO CADDUP)
       77  QTD-SAL-WS      VALUE 0             PIC 9(05).
       77  DESCARTADOS-SAL-77 VALUE 0          PIC 9(05).
       01  TAB-SAL-WS.
           05  TAB-SAL-ITEM OCCURS 5000 TIMES INDEXED BY IDX-SAL-WS.
               10  CPF-SAL-WS                  PIC 9(14).
               10  SALDO-SAL-WS                PIC 9(13).
      *
      *    CLIENTES JA ENVIADOS AO SPC
       77  QTD-EST-WS      VALUE 0             PIC 9(04).
       77  IDX-EST-WS                          PIC 9(04).
       77  DESCARTADOS-EST-77 VALUE 0          PIC 9(05).
       01  TAB-EST-WS.
           05  CPF-TAB-EST-WS OCCURS 5000 TIMES PIC 9(14).
      *
       01  ARQNT-WS.
           05  U-NT-WS                         PIC X(01).
           05  FILLER VALUE ":MV"              PIC X(03).
           05  DATA-NT-WS                      PIC 9(04).
           05  FILIAL-NT-WS                    PIC 9(02).
           05  FILLER VALUE ".F"               PIC X(02).
           05  ANO-NT-WS                       PIC 9(02).
       01  ARQCLI-WS.
           05  U-CLI-WS                        PIC X(01).
           05  FILLER VALUE ":ARQCLI"          PIC X(07).
           05  FILIAL-CLI-WS                   PIC 9(02).
           05  FILLER VALUE ".TXT"             PIC X(04).
       01  ARQEST-WS.
           05  U-EST-WS                        PIC X(01).
           05  FILLER VALUE ":SPC"             PIC X(04).
           05  FILIAL-EST-WS                   PIC 9(02).
           05  FILLER VALUE ".EST"             PIC X(04).
       01  ARQRLM-WS.
           05  U-RLM-WS                        PIC X(01).
           05  FILLER VALUE ":REVLIM"          PIC X(07).
           05  FILIAL-RLM-WS                   PIC 9(02).
           05  FILLER VALUE ".TXT"             PIC X(04).
      *
       01  LINHA-RLIM-WS.
           05  CPF-LIN-WS                      PIC 9(14).
           05  FILLER                          PIC X(01) VALUE SPACE.
           05  NOME-LIN-WS                     PIC X(30).
           05  FILLER  VALUE " LIM "           PIC X(05).
           05  ATUAL-LIN-WS                    PIC Z.ZZZ.ZZ9.
           05  FILLER  VALUE " -> "            PIC X(04).
           05  PROPOSTO-LIN-WS                 PIC Z.ZZZ.ZZ9.
           05  FILLER  VALUE " COMPRAS "       PIC X(09).
           05  COMPRAS-LIN-WS                  PIC ZZ.ZZZ.ZZZ.ZZ9.
           05  FILLER  VALUE " ABERTO "        PIC X(08).
           05  SALDO-LIN-WS                    PIC ZZ.ZZZ.ZZZ.ZZ9.
           05  FILLER  VALUE " MD "            PIC X(04).
           05  MEDIAS-LIN-WS                   PIC ZZ9.
           05  FILLER  VALUE " MA "            PIC X(04).
           05  ATRASO-LIN-WS                   PIC ZZ9.
           05  FILLER                          PIC X(01) VALUE SPACE.
           05  MOTIVO-LIN-WS                   PIC X(20).
      *
           COPY DUPXWS.
           COPY TELAWS.
           COPY PARMAUTO.
      *
           COPY OPERWS.
           COPY DURAWS.
           COPY FILIALVL.
      *
      * --->> "REGDUP.COB" (AREA DEVOLVIDA POR MOVE-EXT-DUP)
       01  REG-DUP.
           05  CHAVE-DUP.
               10  FILIAL-DUP                  PIC 9(02).
               10  CPF-CGC-DUP                 PIC 9(14) COMP-3.
               10  CODIGO-DUP                  PIC 9(08).
           05  IND-PAGA-DUP                    PIC X(01).
           05  IND-NPAGA-DUP                   PIC X(01).
           05  STATUS-DUP                      PIC X(01).
               88  DUP-DO-FATURAMENTO VALUE "F".
               88  DUP-PAGA           VALUE "P".
               88  INCOBRAVEL         VALUE "I".
           05  VEND-DUP                        PIC S9(03) COMP-3.
           05  DT-EMIS-DUP                     PIC S9(06) COMP-3.
           05  DT-VENC-DUP                     PIC S9(06) COMP-3.
           05  DT-BORDERO-DUP                  PIC S9(06) COMP-3.
           05  REGIAO-DUP                      PIC S9(03) COMP-3.
           05  BANCO-DUP                       PIC S9(03) COMP-3.
           05  AGENCIA-DUP                     PIC S9(04) COMP-3.
           05  NATU-DUP                        PIC 9(02).
           05  VALOR-DUP                       PIC S9(11) COMP-3.
           05  SALDO-DUP                       PIC S9(11) COMP-3.
           05  DT-PAG-DUP                      PIC S9(06) COMP-3.
           05  ANO-MES-PAG-DUP.
               10  ANO-PAG-DUP                 PIC 9(02).
               10  MES-PAG-DUP                 PIC 9(02).
           05  FILLER                          PIC X(08).
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
           DISPLAY (5, 16) "* REVISAO DE LIMITE DE CREDITO *"

           PERFORM CARREGA-FILIAL THRU CARREGA-FILIAL-EXIT
           MOVE "CONVRLIM" TO PROGRAMA-EXEC-WS
           PERFORM CARREGA-PARM THRU CARREGA-PARM-EXIT
           IF MODO-AUTO AND TELA-PARM-WS NOT = ZEROS
               MOVE TELA-PARM-WS TO INTERVALO-TELA-WS.
           IF MODO-AUTO
               MOVE DRIVE-PARM-WS TO U-NT-WS
               MOVE FILIAL-INI-PARM-WS TO FILIAL-NT-WS.

           DISPLAY (9, 10) "Operador................:"
           IF NOT MODO-AUTO
               ACCEPT (, ) OPERADOR-EXEC-WS WITH PROMPT UPDATE.
           MOVE "CONVRLIM" TO PROGRAMA-ACE-WS
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

           DISPLAY (12, 10) "Data Inicial (dd/mm)....:"
           IF NOT MODO-AUTO
               ACCEPT (, ) DD-MM-77 WITH PROMPT UPDATE
               IF ESCAPE-77 NOT = ZEROS GO TO INICIO-010.
           MOVE DD-MM-77 TO INICIAL-WS
           IF MODO-AUTO
               MOVE DIA-INI-PARM-WS TO DIA-INI-WS
               MOVE MES-INI-PARM-WS TO MES-INI-WS.
           IF DIA-INI-WS = ZEROS
               IF MODO-AUTO GO TO TERMINA-ERRO-PARM END-IF
               GO TO INICIO-010.
           MOVE ZEROS TO DD-MM-77
           DISPLAY (13, 10) "Data Final   (dd/mm)....:"
           IF NOT MODO-AUTO
               ACCEPT (, ) DD-MM-77 WITH PROMPT UPDATE
               IF ESCAPE-77 NOT = ZEROS GO TO INICIO-010.
           MOVE DD-MM-77 TO FINAL-WS
           IF MODO-AUTO
               MOVE DIA-FIM-PARM-WS TO DIA-FIM-WS
               MOVE MES-FIM-PARM-WS TO MES-FIM-WS.
           IF DIA-FIM-WS = ZEROS
               IF MODO-AUTO GO TO TERMINA-ERRO-PARM END-IF
               GO TO INICIO-010.
           DISPLAY (13, 40) "Ano (aaaa):"
           IF NOT MODO-AUTO
               ACCEPT (13, 52) ANO-INI-WS WITH PROMPT UPDATE
               IF ESCAPE-77 NOT = ZEROS GO TO INICIO-010.
           IF MODO-AUTO
               MOVE ANO-INI-PARM-WS TO ANO-INI-WS.
           IF ANO-INI-WS = ZEROS
               IF MODO-AUTO GO TO TERMINA-ERRO-PARM END-IF
               GO TO INICIO-010.
           MOVE ANO-INI-WS TO ANO-FIM-WS
           IF MES-FIM-WS < MES-INI-WS
               COMPUTE ANO-FIM-WS = ANO-INI-WS + 1.

           MOVE 3 TO MULTIPLO-WS
           DISPLAY (14, 10) "Multiplo da media mensal:"
           IF NOT MODO-AUTO
               ACCEPT (, ) MULTIPLO-WS WITH PROMPT UPDATE
               IF ESCAPE-77 NOT = ZEROS GO TO INICIO-010.
           IF MODO-AUTO
               IF FILTRO-PARM-WS (1:2) NOT = SPACES
                   MOVE FILTRO-PARM-WS (1:2) TO MULTIPLO-WS.
           IF MULTIPLO-WS = ZEROS
               MOVE 3 TO MULTIPLO-WS.
           MOVE 10 TO VARIACAO-WS
           DISPLAY (15, 10) "Variacao minima (%).....:"
           IF NOT MODO-AUTO
               ACCEPT (, ) VARIACAO-WS WITH PROMPT UPDATE
               IF ESCAPE-77 NOT = ZEROS GO TO INICIO-010.
           IF MODO-AUTO
               IF FILTRO-PARM-WS (3:3) NOT = SPACES
                   MOVE FILTRO-PARM-WS (3:3) TO VARIACAO-WS.
      *
      *    MESES DA FAIXA PARA A MEDIA MENSAL (PELO MENOS 1)
           COMPUTE MESES-FAIXA-WS =
               ((ANO-FIM-WS - ANO-INI-WS) * 12)
               + MES-FIM-WS - MES-INI-WS + 1
           IF MESES-FAIXA-WS = ZEROS
               MOVE 1 TO MESES-FAIXA-WS.

           DISPLAY (17, 10) "NOTAS LIDAS:        CLIENTES:"
           DISPLAY (18, 10) "                    PROPOSTAS:"
           MOVE 0 TO LIDOS-77 CLIENTES-77 PROPOSTAS-77
           MOVE 0 TO QTD-CMP-WS DESCARTADOS-CMP-77
           MOVE 0 TO QTD-SAL-WS DESCARTADOS-SAL-77
           MOVE "N" TO TRUNCADO-BTV-WS
           MOVE SPACES TO FAIXA-CAB-WS
           STRING "FAIXA " INICIAL-WS "/" ANO-INI-WS " A " FINAL-WS
               "/" ANO-FIM-WS " MULTIPLO " MULTIPLO-WS
               " VARIACAO MINIMA " VARIACAO-WS "%"
               DELIMITED BY SIZE INTO FAIXA-CAB-WS
           PERFORM ACUMULA-COMPRAS THRU ACUMULA-COMPRAS-EXIT
           PERFORM ACUMULA-SALDOS THRU ACUMULA-SALDOS-EXIT
           PERFORM CARREGA-SPC THRU CARREGA-SPC-EXIT
           PERFORM PROPOE-LIMITES THRU PROPOE-LIMITES-EXIT
           DISPLAY (23, 10) "PROPOSTAS GRAVADAS EM REVLIM.TXT"
           PERFORM REPINTA-TELA
           PERFORM GRAVA-LOG
           IF MODO-AUTO GOBACK.
           GO TO 015-DATAS.
      *
      *    SOMA AS COMPRAS DA FAIXA POR CPF/CGC, DIA A DIA
       ACUMULA-COMPRAS.
           SUBTRACT 1 FROM DIA-INI-WS.
       ACUMULA-COMPRAS-DIA.
           ADD 1 TO DIA-INI-WS
           MOVE MES-INI-WS TO MES-CAL-WS
           MOVE ANO-INI-WS TO ANO-CAL-WS
           PERFORM CALCULA-ULT-DIA
           IF DIA-INI-WS > ULT-DIA-MES-WS
               MOVE 1 TO DIA-INI-WS
               ADD 1 TO MES-INI-WS
               IF MES-INI-WS > 12
                   MOVE 1 TO MES-INI-WS
                   ADD 1 TO ANO-INI-WS.
           MOVE ANO-INI-WS TO ANO-CORTE-INI-WS
           MOVE MES-INI-WS TO MES-CORTE-INI-WS
           MOVE DIA-INI-WS TO DIA-CORTE-INI-WS
           MOVE ANO-FIM-WS TO ANO-CORTE-FIM-WS
           MOVE MES-FIM-WS TO MES-CORTE-FIM-WS
           MOVE DIA-FIM-WS TO DIA-CORTE-FIM-WS
           IF MESDIA-INI-WS > MESDIA-FIM-WS
               GO TO ACUMULA-COMPRAS-EXIT.
           MOVE INICIAL-WS TO DATA-NT-WS
           MOVE ANO2-INI-WS TO ANO-NT-WS
           MOVE "N" TO FIM-NT-WS
           OPEN INPUT ARQ-NT
           IF ESTADO NOT = ZEROS
               GO TO ACUMULA-COMPRAS-DIA.
           PERFORM LE-NOTA THRU LE-NOTA-EXIT UNTIL ACABOU-NT
           CLOSE ARQ-NT
           GO TO ACUMULA-COMPRAS-DIA.
       ACUMULA-COMPRAS-EXIT.
           EXIT.
      *
       LE-NOTA.
           READ ARQ-NT AT END MOVE "S" TO FIM-NT-WS END-READ
           IF ACABOU-NT GO TO LE-NOTA-EXIT.
           IF REG-NT (1:1) = "0" AND REG-NT (2:4) = "CONV"
               GO TO LE-NOTA-EXIT.
           IF REG-NT (1:1) = "9" AND REG-NT (22:479) = SPACES
               GO TO LE-NOTA-EXIT.
           IF TIPO-NT = 3
               GO TO LE-NOTA-EXIT.
           ADD 1 TO LIDOS-77
           PERFORM MOSTRA-PROGRESSO
           PERFORM VARYING IDX-CMP-WS FROM 1 BY 1
               UNTIL IDX-CMP-WS > QTD-CMP-WS
               OR CPF-CMP-WS (IDX-CMP-WS) = CPF-NT
           END-PERFORM
           IF IDX-CMP-WS > QTD-CMP-WS AND QTD-CMP-WS NOT < 5000
               ADD 1 TO DESCARTADOS-CMP-77
               GO TO LE-NOTA-EXIT.
           IF IDX-CMP-WS > QTD-CMP-WS
               ADD 1 TO QTD-CMP-WS
               MOVE CPF-NT TO CPF-CMP-WS (IDX-CMP-WS)
               MOVE 0 TO TOTAL-CMP-WS (IDX-CMP-WS).
           ADD TOTAL-NT TO TOTAL-CMP-WS (IDX-CMP-WS).
       LE-NOTA-EXIT.
           EXIT.
      *
      *    VARRE O EXTRATO DO CADDUP ACUMULANDO O SALDO EM ABERTO POR
      *    CPF/CGC (DUPLICATA PAGA OU INCOBRAVEL NAO CONTA)
       ACUMULA-SALDOS.
           MOVE U-NT-WS TO U-DUPX-WS
           MOVE FILIAL-NT-WS TO FILIAL-DUPX-WS
           MOVE "N" TO FIM-DUPX-WS
           MOVE 0 TO QTD-TRAILER-DUPX-WS QTD-DET-DUPX-WS
           OPEN INPUT ARQ-DUPX
           IF ESTADO-DUPX NOT = ZEROS
               DISPLAY (24, 10) "EXTRATO CADDUP AUSENTE - RODE O"
               DISPLAY (24, 42) "CONVDUPX"
               MOVE "S" TO TRUNCADO-BTV-WS
               GO TO ACUMULA-SALDOS-EXIT.
           PERFORM LE-DUP THRU LE-DUP-EXIT UNTIL ACABOU-DUPX
           CLOSE ARQ-DUPX
           IF QTD-DET-DUPX-WS NOT = QTD-TRAILER-DUPX-WS
               MOVE "S" TO TRUNCADO-BTV-WS.
       ACUMULA-SALDOS-EXIT.
           EXIT.
      *
       LE-DUP.
           PERFORM LE-DUPX THRU LE-DUPX-EXIT
           IF ACABOU-DUPX OR NOT DETALHE-DUPX
               GO TO LE-DUP-EXIT.
           IF DUP-PAGA OR INCOBRAVEL OR SALDO-DUP = ZEROS
               GO TO LE-DUP-EXIT.
           PERFORM VARYING IDX-SAL-WS FROM 1 BY 1
               UNTIL IDX-SAL-WS > QTD-SAL-WS
               OR CPF-SAL-WS (IDX-SAL-WS) = CPF-CGC-DUP
           END-PERFORM
           IF IDX-SAL-WS > QTD-SAL-WS AND QTD-SAL-WS NOT < 5000
               ADD 1 TO DESCARTADOS-SAL-77
               GO TO LE-DUP-EXIT.
           IF IDX-SAL-WS > QTD-SAL-WS
               ADD 1 TO QTD-SAL-WS
               MOVE CPF-CGC-DUP TO CPF-SAL-WS (IDX-SAL-WS)
               MOVE 0 TO SALDO-SAL-WS (IDX-SAL-WS).
           ADD SALDO-DUP TO SALDO-SAL-WS (IDX-SAL-WS).
       LE-DUP-EXIT.
           EXIT.
      *
      *    CARREGA OS CLIENTES JA ENVIADOS AO SPC (ARQ. "x:SPCff.EST")
       CARREGA-SPC.
           MOVE U-NT-WS TO U-EST-WS
           MOVE FILIAL-NT-WS TO FILIAL-EST-WS
           MOVE 0 TO QTD-EST-WS DESCARTADOS-EST-77
           MOVE "N" TO FIM-EST-WS
           OPEN INPUT ARQ-EST
           IF ESTADO-EST NOT = ZEROS
               GO TO CARREGA-SPC-EXIT.
           PERFORM LE-SPC THRU LE-SPC-EXIT UNTIL ACABOU-EST
           CLOSE ARQ-EST.
       CARREGA-SPC-EXIT.
           EXIT.
      *
       LE-SPC.
           READ ARQ-EST AT END MOVE "S" TO FIM-EST-WS END-READ
           IF ACABOU-EST GO TO LE-SPC-EXIT.
           IF QTD-EST-WS NOT < 5000
               ADD 1 TO DESCARTADOS-EST-77
               GO TO LE-SPC-EXIT.
           ADD 1 TO QTD-EST-WS
           MOVE CPF-EST-TX TO CPF-TAB-EST-WS (QTD-EST-WS).
       LE-SPC-EXIT.
           EXIT.
      *
      *    VARRE O EXTRATO DE CLIENTES, CALCULA O PROPOSTO E GRAVA AS
      *    PROPOSTAS PENDENTES E A LISTA IMPRESSA
       PROPOE-LIMITES.
           MOVE U-NT-WS TO U-CLI-WS U-RLM-WS
           MOVE FILIAL-NT-WS TO FILIAL-CLI-WS FILIAL-RLM-WS
           MOVE "N" TO FIM-CLI-WS
           OPEN INPUT ARQ-CLI
           IF ESTADO-CLI NOT = ZEROS
               DISPLAY (24, 10) "ARQCLI.TXT AUSENTE - RODE CONVCLIE"
               MOVE 8 TO RETURN-CODE
               GO TO PROPOE-LIMITES-EXIT.
           OPEN OUTPUT ARQ-RLM
           OPEN OUTPUT ARQ-REL
           MOVE SPACES TO REG-REL
           STRING "REVISAO DE LIMITE FILIAL " FILIAL-NT-WS " "
               FAIXA-CAB-WS
               DELIMITED BY SIZE INTO REG-REL
           WRITE REG-REL
           MOVE SPACES TO REG-REL
           STRING "MD = MEDIA DE DIAS  MA = MAIOR ATRASO  "
               "LIMITE ATUAL -> PROPOSTO"
               DELIMITED BY SIZE INTO REG-REL
           WRITE REG-REL
           MOVE SPACES TO REG-REL
           WRITE REG-REL
           PERFORM LE-CLIENTE THRU LE-CLIENTE-EXIT UNTIL ACABOU-CLI
           CLOSE ARQ-CLI ARQ-RLM
           MOVE SPACES TO REG-REL
           WRITE REG-REL
           MOVE SPACES TO REG-REL
           STRING "CLIENTES " CLIENTES-77 "  PROPOSTAS " PROPOSTAS-77
               DELIMITED BY SIZE INTO REG-REL
           WRITE REG-REL
           IF DESCARTADOS-CMP-77 NOT = ZEROS
           OR DESCARTADOS-SAL-77 NOT = ZEROS
           OR DESCARTADOS-EST-77 NOT = ZEROS
               MOVE SPACES TO REG-REL
               STRING "ESTOURO DE TABELA - COMPRAS " DESCARTADOS-CMP-77
                   " SALDOS " DESCARTADOS-SAL-77
                   " SPC " DESCARTADOS-EST-77 " FORA"
                   DELIMITED BY SIZE INTO REG-REL
               WRITE REG-REL
               DISPLAY (23, 10) "ESTOURO DE TABELA - VEJA RELATORIO".
           IF LEITURA-TRUNCADA
               MOVE SPACES TO REG-REL
               STRING "*** EXTRATO DO CADDUP AUSENTE OU INCOMPLETO - "
                   "SALDOS EM ABERTO PODEM ESTAR A MENOR ***"
                   DELIMITED BY SIZE INTO REG-REL
               WRITE REG-REL.
           CLOSE ARQ-REL.
       PROPOE-LIMITES-EXIT.
           EXIT.
      *
       LE-CLIENTE.
           READ ARQ-CLI AT END MOVE "S" TO FIM-CLI-WS END-READ
           IF ACABOU-CLI GO TO LE-CLIENTE-EXIT.
           IF REG-CLI (1:1) = "0" AND REG-CLI (2:4) = "CONV"
               GO TO LE-CLIENTE-EXIT.
           IF REG-CLI (1:1) = "9" AND REG-CLI (22:331) = SPACES
               GO TO LE-CLIENTE-EXIT.
           ADD 1 TO CLIENTES-77
      *
      *    COMPRAS DA FAIXA, SALDO EM ABERTO E RESTRICAO
           MOVE 0 TO COMPRAS-WS SALDO-WS
           PERFORM VARYING IDX-CMP-WS FROM 1 BY 1
               UNTIL IDX-CMP-WS > QTD-CMP-WS
               OR CPF-CMP-WS (IDX-CMP-WS) = CPF-CLI
           END-PERFORM
           IF IDX-CMP-WS NOT > QTD-CMP-WS
               MOVE TOTAL-CMP-WS (IDX-CMP-WS) TO COMPRAS-WS.
           PERFORM VARYING IDX-SAL-WS FROM 1 BY 1
               UNTIL IDX-SAL-WS > QTD-SAL-WS
               OR CPF-SAL-WS (IDX-SAL-WS) = CPF-CLI
           END-PERFORM
           IF IDX-SAL-WS NOT > QTD-SAL-WS
               MOVE SALDO-SAL-WS (IDX-SAL-WS) TO SALDO-WS.
           MOVE "N" TO NEGATIVO-WS
           IF CLIENTE-NEGATIVO
               MOVE "S" TO NEGATIVO-WS.
           PERFORM VARYING IDX-EST-WS FROM 1 BY 1
               UNTIL IDX-EST-WS > QTD-EST-WS
               OR CPF-TAB-EST-WS (IDX-EST-WS) = CPF-CLI
           END-PERFORM
           IF IDX-EST-WS NOT > QTD-EST-WS
               MOVE "S" TO NEGATIVO-WS.
      *
      *    REGRAS DA PROPOSTA, NA ORDEM DE GRAVIDADE
           IF CLIENTE-RESTRITO
               MOVE 0 TO PROPOSTO-WS
               MOVE "NEGATIVADO/SPC" TO MOTIVO-WS
               GO TO LE-CLIENTE-COMPARA.
           IF MAIOR-ATRASO-CLI > 60
               MOVE LIMITE-CRED-CLI TO PROPOSTO-WS
               IF SALDO-WS < PROPOSTO-WS
                   MOVE SALDO-WS TO PROPOSTO-WS
               END-IF
               MOVE "ATRASO ACIMA 60 DIAS" TO MOTIVO-WS
               GO TO LE-CLIENTE-ARREDONDA.
           IF COMPRAS-WS = ZEROS
               GO TO LE-CLIENTE-EXIT.
           COMPUTE MEDIA-MES-WS = COMPRAS-WS / MESES-FAIXA-WS
           IF MEDIAS-DIAS-CLI > 15
               COMPUTE PROPOSTO-WS = MEDIA-MES-WS * (MULTIPLO-WS - 1)
               MOVE "PAGA COM ATRASO" TO MOTIVO-WS
           ELSE
               COMPUTE PROPOSTO-WS = MEDIA-MES-WS * MULTIPLO-WS
               MOVE "VOLUME DE COMPRAS" TO MOTIVO-WS.
       LE-CLIENTE-ARREDONDA.
           COMPUTE CENTENAS-WS = (PROPOSTO-WS + 99) / 100
           COMPUTE PROPOSTO-WS = CENTENAS-WS * 100
           IF PROPOSTO-WS > 9999999
               MOVE 9999999 TO PROPOSTO-WS.
       LE-CLIENTE-COMPARA.
           COMPUTE DIFERENCA-WS = PROPOSTO-WS - LIMITE-CRED-CLI
           IF DIFERENCA-WS = ZEROS
               GO TO LE-CLIENTE-EXIT.
           IF DIFERENCA-WS < ZEROS
               COMPUTE DIFERENCA-WS = ZEROS - DIFERENCA-WS.
           IF LIMITE-CRED-CLI NOT = ZEROS AND NOT CLIENTE-RESTRITO
               COMPUTE PERC-DIF-WS =
                   DIFERENCA-WS * 100 / LIMITE-CRED-CLI
                   ON SIZE ERROR MOVE 99999 TO PERC-DIF-WS
               END-COMPUTE
               IF PERC-DIF-WS < VARIACAO-WS
                   GO TO LE-CLIENTE-EXIT.
           PERFORM GRAVA-PROPOSTA.
       LE-CLIENTE-EXIT.
           EXIT.
      *
       GRAVA-PROPOSTA.
           MOVE SPACES TO REGRLM-TX
           MOVE FILIAL-NT-WS TO FILIAL-RLM-TX
           MOVE CPF-CLI TO CPF-RLM-TX
           IF PESSOA-JURIDICA-CLI
               MOVE NOMEC-CLI TO NOME-RLM-TX
           ELSE
               MOVE NOMER-CLI TO NOME-RLM-TX.
           MOVE LIMITE-CRED-CLI TO LIMITE-ATU-RLM-TX
           MOVE PROPOSTO-WS TO LIMITE-PROP-RLM-TX
           MOVE COMPRAS-WS TO COMPRAS-RLM-TX
           MOVE SALDO-WS TO SALDO-RLM-TX
           MOVE MEDIAS-DIAS-CLI TO MEDIAS-DIAS-RLM-TX
           MOVE MAIOR-ATRASO-CLI TO MAIOR-ATRASO-RLM-TX
           MOVE NEGATIVO-WS TO NEGATIVO-RLM-TX
           MOVE MOTIVO-WS TO MOTIVO-RLM-TX
           MOVE "P" TO SITUACAO-RLM-TX
           MOVE 0 TO LIMITE-APROV-RLM-TX DATA-DECISAO-RLM-TX
           WRITE REGRLM-TX
           ADD 1 TO PROPOSTAS-77
           DISPLAY (18, 41) PROPOSTAS-77
           MOVE CPF-CLI TO CPF-LIN-WS
           MOVE NOME-RLM-TX TO NOME-LIN-WS
           MOVE LIMITE-CRED-CLI TO ATUAL-LIN-WS
           MOVE PROPOSTO-WS TO PROPOSTO-LIN-WS
           MOVE COMPRAS-WS TO COMPRAS-LIN-WS
           MOVE SALDO-WS TO SALDO-LIN-WS
           MOVE MEDIAS-DIAS-CLI TO MEDIAS-LIN-WS
           MOVE MAIOR-ATRASO-CLI TO ATRASO-LIN-WS
           MOVE MOTIVO-WS TO MOTIVO-LIN-WS
           WRITE REG-REL FROM LINHA-RLIM-WS.
      *
      *    PINTA OS CONTADORES SO A CADA INTERVALO-TELA-WS REGISTROS
       MOSTRA-PROGRESSO.
           SUBTRACT 1 FROM CONTA-TELA-WS
           IF CONTA-TELA-WS = ZEROS
               MOVE INTERVALO-TELA-WS TO CONTA-TELA-WS
               PERFORM REPINTA-TELA.
      *
       REPINTA-TELA.
           DISPLAY (17, 23) LIDOS-77
           DISPLAY (17, 41) CLIENTES-77
           DISPLAY (18, 41) PROPOSTAS-77.
      *
       GRAVA-LOG.
           MOVE "CONVRLIM" TO PROGRAMA-LOG-TX
           ACCEPT DATA-EXEC-LOG-TX FROM DATE YYYYMMDD
           ACCEPT HORA-EXEC-LOG-TX FROM TIME
           MOVE OPERADOR-EXEC-WS TO OPERADOR-LOG-TX
           ACCEPT HORA-FIM-EXEC-WS FROM TIME
           PERFORM CALCULA-DURACAO
           MOVE HORA-INI6-EXEC-WS TO HORA-INI-LOG-TX
           MOVE DURACAO-EXEC-WS TO DURACAO-LOG-TX
           MOVE SPACES TO FILTRO-LOG-TX
           STRING "FILIAL=" FILIAL-NT-WS
               " MULT=" MULTIPLO-WS
               " VAR=" VARIACAO-WS
               DELIMITED BY SIZE
               INTO FILTRO-LOG-TX
           MOVE LIDOS-77 TO LIDOS-LOG-TX
           MOVE CLIENTES-77 TO GRAVADOS-LOG-TX
           MOVE PROPOSTAS-77 TO GRAVADOS2-LOG-TX
           MOVE "CONVRLIM.REL" TO NOME-REL-ARR-WS
           PERFORM GUARDA-RELATORIO THRU GUARDA-RELATORIO-EXIT
           OPEN EXTEND ARQ-LOG
           IF  ESTADO-LOG NOT = ZEROS
               OPEN OUTPUT ARQ-LOG.
           WRITE REGLOG-TX
           CLOSE ARQ-LOG.
      *
      *    PROCURA EM "CONVPARM.DAT" A LINHA DE PARAMETROS DESTE
      *    PROGRAMA; SE ACHAR, LIGA O MODO NAO ASSISTIDO. O FILTRO
      *    GUARDA O MULTIPLO (2) E A VARIACAO MINIMA EM % (3)
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
           COPY DUPXPR.
      *
           COPY DURAPR.
      *
           COPY OPERPR.
      *
           COPY ARQRPR.
      *
           COPY TRAVAPR.
