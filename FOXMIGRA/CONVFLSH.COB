      *
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. CONVFLSH.
       AUTHOR. LUIS AUGUSTO.
      *
      *    DATA DA ALTERACAO: 10/96
      *
      *    FLASH GERENCIAL DIARIO: UMA PAGINA ("CONVFLSH.REL") COM OS
      *    NUMEROS DO DIA DE TODAS AS FILIAIS ATIVAS, MONTADA DO LOTE
      *    DA NOITE NO LUGAR DE QUATRO RELATORIOS:
      *      - VENDAS DO DIA E DO MES ATE O DIA (x:MVddmmff.Faa), A
      *        VISTA E A PRAZO (VENDA NORMAL, IND-TIPO 0), MENOS AS
      *        RECLAMACOES (IND-TIPO 5);
      *      - RECEBIDO NO DIA E NO MES (BAIXAS INTEGRAIS E
      *        PARCELADAS DO x:BXddmmff.Baa, COM OU SEM BANCO);
      *      - VENCIDOS NOVOS (TITULOS EM ABERTO COM VENCIMENTO NO
      *        DIA / NO MES ATE O DIA) E CARTEIRA EM ABERTO, DO
      *        EXTRATO DO CADDUP (x:CADDUPff.EXT DO CONVDUPX);
      *      - COMPRAS LANCADAS NO DIA E NO MES (ENTRADAS IND-TIPO 0
      *        DO x:MVddmmff.Eaa);
      *      - ESTOQUE AO CUSTO MEDIO (x:ARQALXff.TXT DO CONVSALD).
      *    CADA NUMERO VEM COMPARADO COM O MESMO DIA DO MES ANTERIOR
      *    (ULTIMO DIA QUANDO O MES ANTERIOR E MAIS CURTO) E HA UMA
      *    LINHA CONSOLIDADA DA EMPRESA. OS MOVIMENTOS DO MES ANTERIOR
      *    SAO RELIDOS DOS ARQUIVOS DIARIOS; CARTEIRA, VENCIDOS E
      *    ESTOQUE SAO FOTOGRAFIAS E VEM DO HISTORICO "CONVFLSH.DAT"
      *    QUE O PROPRIO FLASH GRAVA (SEM HISTORICO SAI "N/D"). DIA EM
      *    BRANCO = ONTEM. VALORES EM REAIS, SEM CENTAVOS.
      *
      *    DATA DA ALTERACAO: 10/96
      *
      *    CADA "CONVFLSH.REL" GERADO E GUARDADO NO ARQUIVO DE
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
           SELECT      ARQ-MV     ASSIGN     TO   DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ESTADO.
      *
           SELECT      ARQ-BX     ASSIGN     TO   DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ESTADO-BX.
      *
           SELECT      ARQ-EN     ASSIGN     TO   DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ESTADO-EN.
      *
           SELECT      ARQ-ALX    ASSIGN     TO   DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ESTADO-ALX.
      *
           COPY DUPXSL.
      *
           SELECT      ARQ-HIS    ASSIGN     TO   "CONVFLSH.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ESTADO-HIS.
      *
           SELECT      ARQ-REL    ASSIGN     TO   "CONVFLSH.REL"
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
           COPY SECULOSL.
      *
           COPY FILIALSL.
      *
           COPY OPERSL.
      *
       DATA DIVISION.
       FILE SECTION.
      *
      *    NOTAS DE SAIDA DO DIA GERADAS PELO CONVNOTA (x:MVddmmff.Faa)
       FD  ARQ-MV
           LABEL     RECORD       STANDARD
           VALUE     OF FILE-ID   ARQMV-WS
           DATA      RECORD       REG-MV.
       01  REG-MV                            PIC X(500).
       01  REG-MV-NOTA.
           05  FILLER                        PIC X(02).
           05  TIPO-NT                       PIC 9(01).
               88  ENTRADA-NT                VALUE 3.
           05  TIPO-FAT-NT                   PIC 9(01).
               88  A-VISTA-NT                VALUE 1.
           05  NUMERO-NT                     PIC 9(06).
           05  FILLER                        PIC X(175).
           05  IND-TIPO-NT                   PIC 9(01).
               88  VENDA-NORMAL-NT           VALUE 0.
               88  RECLAMACAO-NT             VALUE 5.
           05  FILLER                        PIC X(09).
           05  TOTAL-NT                      PIC 9(11).
           05  FILLER                        PIC X(294).
      *
      *    BAIXAS DO DIA GERADAS PELO CONVBAIX (x:BXddmmff.Baa)
       FD  ARQ-BX
           LABEL     RECORD       STANDARD
           VALUE     OF FILE-ID   ARQBX-WS
           DATA      RECORD       REG-BX.
       01  REG-BX                            PIC X(120).
       01  REG-BX-DET.
           05  TIPO-BX                       PIC X(01).
           05  CORPO-BX                      PIC 9(07).
           05  DTPAG-BX                      PIC 9(06).
           05  VALORPAG-BX                   PIC 9(13).
           05  FILLER                        PIC X(47).
           05  COD-OPER-BX                   PIC X(01).
           05  FILLER                        PIC X(45).
      *
      *    NOTAS DE ENTRADA DO DIA GERADAS PELO CONVENTR
      *    (x:MVddmmff.Eaa)
       FD  ARQ-EN
           LABEL     RECORD       STANDARD
           VALUE     OF FILE-ID   ARQEN-WS
           DATA      RECORD       REG-EN.
       01  REG-EN                            PIC X(200).
       01  REG-EN-NOTA.
           05  FILLER                        PIC X(02).
           05  TIPO-EN                       PIC 9(01).
           05  FORN-EN                       PIC 9(04).
           05  NUMERO-EN                     PIC 9(06).
           05  FILLER                        PIC X(17).
           05  IND-TIPO-EN                   PIC 9(01).
               88  COMPRA-EN                 VALUE 0.
           05  TOTAL-EN                      PIC 9(13).
           05  FILLER                        PIC X(156).
      *
      *    SALDOS DE ESTOQUE GERADOS PELO CONVSALD (x:ARQALXff.TXT)
       FD  ARQ-ALX
           LABEL     RECORD       STANDARD
           VALUE     OF FILE-ID   ARQALX-WS
           DATA      RECORD       REG-ALX.
       01  REG-ALX                           PIC X(300).
       01  REG-ALX-DET.
           05  FILLER                        PIC X(02).
           05  CODIGO-ALX                    PIC 9(07).
           05  FILLER                        PIC X(17).
           05  QTD-EST-ALX                   PIC 9(05).
           05  FILLER                        PIC X(165).
           05  CUSTO-MEDIO-ALX               PIC 9(11).
           05  FILLER                        PIC X(93).
      *
           COPY DUPXFD.
      *
      *    HISTORICO DO FLASH: UMA LINHA POR FILIAL E DIA COM OS
      *    NUMEROS QUE NAO DA PARA RECALCULAR DEPOIS (DATA AAAAMMDD,
      *    VALORES EM CENTAVOS)
       FD  ARQ-HIS
           LABEL RECORD IS STANDARD.
       01  REGHIS-TX.
           05  FILIAL-HIS-TX                 PIC 9(02).
           05  DATA-HIS-TX                   PIC 9(08).
           05  VENC-DIA-HIS-TX               PIC 9(13).
           05  VENC-MES-HIS-TX               PIC 9(13).
           05  CARTEIRA-HIS-TX               PIC 9(13).
           05  ESTOQUE-HIS-TX                PIC 9(13).
      *
       FD  ARQ-REL
           LABEL     RECORD       STANDARD
           VALUE     OF FILE-ID   "CONVFLSH.REL"
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
           COPY SECULOFD.
      *
           COPY FILIALFD.
      *
           COPY OPERFD.
      *
       WORKING-STORAGE SECTION.
      *
       77  ESTADO                PIC X(02).
       77  ESTADO-BX             PIC X(02).
       77  ESTADO-EN             PIC X(02).
       77  ESTADO-ALX            PIC X(02).
       77  ESTADO-HIS            PIC X(02).
       77  ESTADO-REL            PIC X(02).
       77  ESTADO-LOG            PIC X(02).
       77  ESTADO-PRM            PIC X(02).
       77  LIDOS-77        VALUE 0             PIC 9(07).
       77  I                                   PIC 9(02).
       77  E                                   PIC 9(02).
       77  DD-MM-77        VALUE ZEROS         PIC 99/99.
       77  FIM-MV-WS                           PIC X(01).
           88  ACABOU-MV                       VALUE "S".
       77  FIM-BX-WS                           PIC X(01).
           88  ACABOU-BX                       VALUE "S".
       77  FIM-EN-WS                           PIC X(01).
           88  ACABOU-EN                       VALUE "S".
       77  FIM-ALX-WS                          PIC X(01).
           88  ACABOU-ALX                      VALUE "S".
       77  FIM-HIS-WS                          PIC X(01).
           88  ACABOU-HIS                      VALUE "S".
      *
      *    DIA DO FLASH, MESMO DIA DO MES ANTERIOR E DIA EM APURACAO
       01  DATA-FLS-WS                         PIC 9(08).
       01  FILLER REDEFINES DATA-FLS-WS.
           05  ANO-FLS-WS                      PIC 9(04).
           05  MES-FLS-WS                      PIC 9(02).
           05  DIA-FLS-WS                      PIC 9(02).
       01  DATA-ANT-WS                         PIC 9(08).
       01  FILLER REDEFINES DATA-ANT-WS.
           05  ANO-ANT-WS                      PIC 9(04).
           05  MES-ANT-WS                      PIC 9(02).
           05  DIA-ANT-WS                      PIC 9(02).
       01  DATA-APU-WS                         PIC 9(08).
       01  FILLER REDEFINES DATA-APU-WS.
           05  ANO-APU-WS                      PIC 9(04).
           05  FILLER REDEFINES ANO-APU-WS.
               10  FILLER                      PIC 9(02).
               10  ANO2-APU-WS                 PIC 9(02).
           05  MES-APU-WS                      PIC 9(02).
           05  DIA-APU-WS                      PIC 9(02).
       77  DIA-LIDO-WS                         PIC 9(02).
       01  DIAMES-WS                           PIC 9(04).
       01  FILLER REDEFINES DIAMES-WS.
           05  DIA-DM-WS                       PIC 9(02).
           05  MES-DM-WS                       PIC 9(02).
       77  ANO-DIG-WS      VALUE ZEROS         PIC 9(04).
       77  HOJE-WS                             PIC 9(08).
       77  CORTE-HIS-WS                        PIC 9(08).
      *
      *    CALENDARIO REAL PARA O DIA ANTERIOR E O MES ANTERIOR
       01  DIAS-MES-VL-WS  PIC X(24) VALUE "312831303130313130313031".
       01  FILLER REDEFINES DIAS-MES-VL-WS.
           05  DIAS-MES-VL OCCURS 12 TIMES     PIC 9(02).
       77  MES-CAL-WS                          PIC 9(02).
       77  ANO-CAL-WS                          PIC 9(04).
       77  ULT-DIA-MES-WS                      PIC 9(02).
       77  QUOC-BISS-WS                        PIC 9(04).
       77  RESTO-BISS-WS                       PIC 9(04).
      *
      *    NUMEROS DO FLASH POR FILIAL (A LINHA 21 E A EMPRESA); NA
      *    COLUNA 1 O DIA DO FLASH, NA 2 O MESMO DIA DO MES ANTERIOR.
      *    FIGURAS: 1-4 VISTA/PRAZO/RECLAMACAO/LIQUIDO DO DIA, 5-8 O
      *    MESMO NO MES, 9-10 RECEBIDO DIA/MES, 11-12 VENCIDOS NOVOS
      *    DIA/MES, 13 CARTEIRA, 14-15 COMPRAS DIA/MES, 16 ESTOQUE
       77  QTD-FLS-WS      VALUE 0             PIC 9(02).
       77  IDX-FLS-WS                          PIC 9(02).
       77  IDX-EMP-WS      VALUE 21            PIC 9(02).
       77  COL-WS                              PIC 9(01).
       77  FIG-WS                              PIC 9(02).
       01  TAB-FLS-WS.
           05  TAB-FLS-ITEM OCCURS 21 TIMES.
               10  FILIAL-FLS-WS               PIC 9(02).
               10  NOME-FLS-WS                 PIC X(09).
      *            HISTORICO DO MES ANTERIOR ACHADO: "S"
               10  HIST-FLS-WS                 PIC X(01).
      *            ARQUIVOS AUSENTES: NOTAS DO DIA, EXTRATO CADDUP
      *            (OU TRUNCADO), SALDOS DE ESTOQUE
               10  SEM-MV-FLS-WS               PIC X(01).
               10  SEM-DUPX-FLS-WS             PIC X(01).
               10  SEM-ALX-FLS-WS              PIC X(01).
               10  COL-FLS-WS OCCURS 2 TIMES.
                   15  FIG-FLS-WS OCCURS 16 TIMES PIC S9(13).
       77  FIG-DIA-WS                          PIC 9(02).
       77  FIG-MES-WS                          PIC 9(02).
       77  VALOR-SOMA-WS                       PIC S9(13).
      *
      *    HISTORICO EM MEMORIA (REGRAVADO POR INTEIRO; LINHA COM MAIS
      *    DE TRES MESES FICA DE FORA)
       77  QTD-HIS-WS      VALUE 0             PIC 9(04).
       77  FORA-HIS-WS     VALUE 0             PIC 9(04).
       77  IDX-ACHADO-HIS-WS                   PIC 9(04).
       77  FILIAL-BUSCA-WS                     PIC 9(02).
       77  DATA-BUSCA-WS                       PIC 9(08).
       01  TAB-HIS-WS.
           05  TAB-HIS-ITEM OCCURS 3000 TIMES INDEXED BY IDX-HIS-WS.
               10  FILIAL-TAB-HIS-WS           PIC 9(02).
               10  DATA-TAB-HIS-WS             PIC 9(08).
               10  VENC-DIA-TAB-HIS-WS         PIC 9(13).
               10  VENC-MES-TAB-HIS-WS         PIC 9(13).
               10  CARTEIRA-TAB-HIS-WS         PIC 9(13).
               10  ESTOQUE-TAB-HIS-WS          PIC 9(13).
      *
      *    NOMES DOS ARQUIVOS DO DIA EM APURACAO
       77  U-FLS-WS                            PIC X(01).
       77  U-FIL-WS                            PIC X(01).
       01  ARQMV-WS.
           05  U-MV-WS                         PIC X(01).
           05  FILLER VALUE ":MV"              PIC X(03).
           05  DATA-MV-WS                      PIC 9(04).
           05  FILIAL-MV-WS                    PIC 9(02).
           05  FILLER VALUE ".F"               PIC X(02).
           05  ANO-MV-WS                       PIC 9(02).
       01  ARQEN-WS.
           05  U-EN-WS                         PIC X(01).
           05  FILLER VALUE ":MV"              PIC X(03).
           05  DATA-EN-WS                      PIC 9(04).
           05  FILIAL-EN-WS                    PIC 9(02).
           05  FILLER VALUE ".E"               PIC X(02).
           05  ANO-EN-WS                       PIC 9(02).
       01  ARQBX-WS.
           05  U-BX-WS                         PIC X(01).
           05  FILLER VALUE ":BX"              PIC X(03).
           05  DATA-BX-WS                      PIC 9(04).
           05  FILIAL-BX-WS                    PIC 9(02).
           05  FILLER VALUE ".B"               PIC X(02).
           05  ANO-BX-WS                       PIC 9(02).
       01  ARQALX-WS.
           05  U-ALX-WS                        PIC X(01).
           05  FILLER VALUE ":ARQALX"          PIC X(07).
           05  FILIAL-ALX-WS                   PIC 9(02).
           05  FILLER VALUE ".TXT"             PIC X(04).
      *
      *    VENCIMENTO DO TITULO EM AAAAMMDD E INICIO DO MES DO FLASH
       77  VENC-TIT-WS                         PIC 9(08).
       01  INICIO-MES-WS                       PIC 9(08).
       01  FILLER REDEFINES INICIO-MES-WS.
           05  ANOMES-INI-WS                   PIC 9(06).
           05  DIA-INI-MES-WS                  PIC 9(02).
      *
      *    IMPRESSAO: TITULOS DAS 16 FIGURAS E LINHAS DO FLASH
       01  TITULOS-VL-WS.
           05  FILLER  PIC X(48) VALUE
               "   VISTA DIA   PRAZO DIA    RECL DIA    LIQ. DIA".
           05  FILLER  PIC X(48) VALUE
               "   VISTA MES   PRAZO MES    RECL MES    LIQ. MES".
           05  FILLER  PIC X(48) VALUE
               "   CAIXA DIA   CAIXA MES  VENCID DIA  VENCID MES".
           05  FILLER  PIC X(48) VALUE
               "    CARTEIRA COMPRAS DIA COMPRAS MES  ESTOQUE CM".
       01  FILLER REDEFINES TITULOS-VL-WS.
           05  TITULO-VL OCCURS 16 TIMES       PIC X(12).
       77  BASE-FIG-WS                         PIC 9(02).
       77  IDX-COL-LIN-WS                      PIC 9(02).
       01  LINHA-CAB-WS.
           05  ROTULO-CAB-WS                   PIC X(12).
           05  COL-CAB-WS OCCURS 8 TIMES.
               10  FILLER                      PIC X(01).
               10  TITULO-CAB-WS               PIC X(12).
       01  LINHA-VAL-WS.
           05  ROTULO-VAL-WS                   PIC X(12).
           05  COL-VAL-WS OCCURS 8 TIMES.
               10  FILLER                      PIC X(01).
               10  VALOR-LIN-WS                PIC ZZZ.ZZZ.ZZ9-.
               10  ND-LIN-WS REDEFINES VALOR-LIN-WS PIC X(12).
       01  LINHA-PCT-WS.
           05  ROTULO-PCT-WS                   PIC X(12).
           05  COL-PCT-WS OCCURS 8 TIMES.
               10  FILLER                      PIC X(06).
               10  PCT-LIN-WS                  PIC ZZZ9,9-.
               10  ND-PCT-LIN-WS REDEFINES PCT-LIN-WS PIC X(07).
       77  ATUAL-WS                            PIC S9(13).
       77  ANTERIOR-WS                         PIC S9(13).
       77  REAIS-WS                            PIC S9(11).
       77  PCT-WS                              PIC S9(07)V9.
       77  DATA-ED-WS                          PIC 99/99/9999.
       77  DATA-ANT-ED-WS                      PIC 99/99/9999.
       01  DATA-DMA-WS.
           05  DIA-DMA-WS                      PIC 9(02).
           05  MES-DMA-WS                      PIC 9(02).
           05  ANO-DMA-WS                      PIC 9(04).
       01  FILLER REDEFINES DATA-DMA-WS.
           05  DATA-DMA-NUM-WS                 PIC 9(08).
       77  OBS-WS                              PIC X(01).
           88  TEM-OBS                         VALUE "S".
      *
           COPY DADOS.
           COPY DUPXWS.
           COPY TELAWS.
           COPY PARMAUTO.
      *
           COPY OPERWS.
           COPY DURAWS.
           COPY SECULOVL.
           COPY FILIALVL.
      *
      * --->> "REGDUP.COB"
       01  REG-DUP.
           05  CHAVE-DUP.
               10  FILIAL-DUP                  PIC 9(02).
               10  CPF-CGC-DUP                 PIC 9(14) COMP-3.
               10  CODIGO-DUP                  PIC 9(08).
               10  FILLER REDEFINES CODIGO-DUP.
                   15  CORPO-DUP               PIC 9(06).
                   15  PARC-DUP                PIC 9(01).
                   15  TIPO-DUP                PIC 9(01).
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
           DISPLAY (5, 16) "* FLASH GERENCIAL DIARIO *"

           PERFORM CARREGA-FILIAL THRU CARREGA-FILIAL-EXIT
           PERFORM CARREGA-SECULO THRU CARREGA-SECULO-EXIT
           MOVE "CONVFLSH" TO PROGRAMA-EXEC-WS
           PERFORM CARREGA-PARM THRU CARREGA-PARM-EXIT
           IF MODO-AUTO
               MOVE DRIVE-PARM-WS TO U-FLS-WS.

           DISPLAY (9, 10) "Operador................:"
           IF NOT MODO-AUTO
               ACCEPT (, ) OPERADOR-EXEC-WS WITH PROMPT UPDATE.
           MOVE "CONVFLSH" TO PROGRAMA-ACE-WS
           MOVE MODO-AUTO-WS TO SEM-SENHA-ACE-WS
           PERFORM AUTENTICA-OPERADOR THRU AUTENTICA-OPERADOR-EXIT.

           DISPLAY (10, 10) "Informe o Drive dos arqs:"
           IF NOT MODO-AUTO
               ACCEPT (, ) U-FLS-WS WITH PROMPT UPDATE
               ACCEPT ESCAPE-77 FROM ESCAPE KEY
               IF ESCAPE-77 NOT = ZEROS STOP RUN.

      *    DIA DO FLASH: ZEROS = ONTEM; ANO ZERO = ANO CORRENTE
           ACCEPT HOJE-WS FROM DATE YYYYMMDD
           MOVE ZEROS TO DD-MM-77 ANO-DIG-WS
           DISPLAY (11, 10) "Dia do movimento (dd/mm):"
           DISPLAY (11, 42) "Ano (aaaa):"
           DISPLAY (12, 10) "(em branco = ontem)"
           IF NOT MODO-AUTO
               ACCEPT (11, 36) DD-MM-77 WITH PROMPT UPDATE
               ACCEPT ESCAPE-77 FROM ESCAPE KEY
               IF ESCAPE-77 NOT = ZEROS GO TO INICIO-010 END-IF
               ACCEPT (11, 54) ANO-DIG-WS WITH PROMPT UPDATE
               ACCEPT ESCAPE-77 FROM ESCAPE KEY
               IF ESCAPE-77 NOT = ZEROS GO TO INICIO-010 END-IF
               MOVE DD-MM-77 TO DIAMES-WS
           ELSE
               MOVE DIA-INI-PARM-WS TO DIA-DM-WS
               MOVE MES-INI-PARM-WS TO MES-DM-WS
               MOVE ANO-INI-PARM-WS TO ANO-DIG-WS.
           MOVE HOJE-WS TO DATA-FLS-WS
           IF DIAMES-WS = ZEROS
               PERFORM CALCULA-ONTEM
           ELSE
               MOVE DIA-DM-WS TO DIA-FLS-WS
               MOVE MES-DM-WS TO MES-FLS-WS.
           IF ANO-DIG-WS NOT = ZEROS
               MOVE ANO-DIG-WS TO ANO-FLS-WS.
           IF DIA-FLS-WS = ZEROS OR DIA-FLS-WS > 31
               OR MES-FLS-WS = ZEROS OR MES-FLS-WS > 12
               OR DATA-FLS-WS > HOJE-WS
               DISPLAY (24, 10) "DATA INVALIDA OU FUTURA             "
               IF MODO-AUTO GO TO TERMINA-ERRO-PARM END-IF
               GO TO INICIO-010.
           PERFORM CALCULA-MES-ANTERIOR
           MOVE DATA-FLS-WS TO INICIO-MES-WS
           MOVE 1 TO DIA-INI-MES-WS
           MOVE DIA-FLS-WS TO DIA-DMA-WS
           MOVE MES-FLS-WS TO MES-DMA-WS
           MOVE ANO-FLS-WS TO ANO-DMA-WS
           MOVE DATA-DMA-NUM-WS TO DATA-ED-WS
           MOVE DIA-ANT-WS TO DIA-DMA-WS
           MOVE MES-ANT-WS TO MES-DMA-WS
           MOVE ANO-ANT-WS TO ANO-DMA-WS
           MOVE DATA-DMA-NUM-WS TO DATA-ANT-ED-WS
           DISPLAY (12, 10) "Comparado com...........:"
           DISPLAY (12, 36) DATA-ANT-ED-WS

           PERFORM CARREGA-HISTORICO THRU CARREGA-HISTORICO-EXIT
           IF FORA-HIS-WS NOT = ZEROS
               DISPLAY (24, 10) "HISTORICO DO FLASH CHEIO (3000)"
               IF MODO-AUTO GO TO TERMINA-ERRO-PARM END-IF
               GO TO INICIO-010.

           MOVE 0 TO LIDOS-77 QTD-FLS-WS
           PERFORM ZERA-FILIAL
               VARYING IDX-FLS-WS FROM 1 BY 1 UNTIL IDX-FLS-WS > 21
           MOVE "S" TO HIST-FLS-WS (IDX-EMP-WS)
           DISPLAY (14, 10) "Filial em apuracao......:"
           PERFORM APURA-FILIAL
               VARYING IDX-FLS-WS FROM 1 BY 1
               UNTIL IDX-FLS-WS > QTD-FILIAL-VL
           MOVE QTD-FILIAL-VL TO QTD-FLS-WS
           PERFORM SOMA-EMPRESA
               VARYING IDX-FLS-WS FROM 1 BY 1
               UNTIL IDX-FLS-WS > QTD-FLS-WS
           PERFORM CALCULA-LIQUIDO
               VARYING COL-WS FROM 1 BY 1 UNTIL COL-WS > 2

           PERFORM GRAVA-HISTORICO
           PERFORM EMITE-FLASH
           DISPLAY (23, 10) "FLASH GERADO EM CONVFLSH.REL"
           PERFORM GRAVA-LOG
           IF MODO-AUTO GOBACK.
           GO TO INICIO-010.
      *
      *    ONTEM, COM A VOLTA DO MES E DO ANO
       CALCULA-ONTEM.
           IF DIA-FLS-WS > 1
               SUBTRACT 1 FROM DIA-FLS-WS
           ELSE
               IF MES-FLS-WS = 1
                   MOVE 12 TO MES-FLS-WS
                   SUBTRACT 1 FROM ANO-FLS-WS
               ELSE
                   SUBTRACT 1 FROM MES-FLS-WS
               END-IF
               MOVE MES-FLS-WS TO MES-CAL-WS
               MOVE ANO-FLS-WS TO ANO-CAL-WS
               PERFORM CALCULA-ULT-DIA
               MOVE ULT-DIA-MES-WS TO DIA-FLS-WS.
      *
      *    MESMO DIA NO MES ANTERIOR (ULTIMO DIA SE O MES E MAIS CURTO)
       CALCULA-MES-ANTERIOR.
           MOVE DATA-FLS-WS TO DATA-ANT-WS
           IF MES-ANT-WS = 1
               MOVE 12 TO MES-ANT-WS
               SUBTRACT 1 FROM ANO-ANT-WS
           ELSE
               SUBTRACT 1 FROM MES-ANT-WS.
           MOVE MES-ANT-WS TO MES-CAL-WS
           MOVE ANO-ANT-WS TO ANO-CAL-WS
           PERFORM CALCULA-ULT-DIA
           IF DIA-ANT-WS > ULT-DIA-MES-WS
               MOVE ULT-DIA-MES-WS TO DIA-ANT-WS.
      *
      *    APURA UMA FILIAL ATIVA: MOVIMENTOS DO DIA E DO MES NOS DOIS
      *    PERIODOS, CARTEIRA E ESTOQUE DE HOJE, FOTOGRAFIAS DO MES
      *    ANTERIOR PELO HISTORICO
       APURA-FILIAL.
           MOVE FILIAL-VL-WS (IDX-FLS-WS) TO FILIAL-FLS-WS (IDX-FLS-WS)
           MOVE NOME-FIL-VL-WS (IDX-FLS-WS) TO NOME-FLS-WS (IDX-FLS-WS)
           DISPLAY (14, 36) FILIAL-FLS-WS (IDX-FLS-WS)
           MOVE U-FLS-WS TO U-FIL-WS
           IF DRIVE-FIL-VL-WS (IDX-FLS-WS) NOT = SPACE
               MOVE DRIVE-FIL-VL-WS (IDX-FLS-WS) TO U-FIL-WS.
           MOVE U-FIL-WS TO U-MV-WS U-EN-WS U-BX-WS U-ALX-WS U-DUPX-WS
           MOVE FILIAL-FLS-WS (IDX-FLS-WS) TO FILIAL-MV-WS FILIAL-EN-WS
           MOVE FILIAL-FLS-WS (IDX-FLS-WS) TO FILIAL-BX-WS FILIAL-ALX-WS
           MOVE FILIAL-FLS-WS (IDX-FLS-WS) TO FILIAL-DUPX-WS
           MOVE "N" TO SEM-MV-FLS-WS (IDX-FLS-WS)
           MOVE "N" TO SEM-DUPX-FLS-WS (IDX-FLS-WS)
           MOVE "N" TO SEM-ALX-FLS-WS (IDX-FLS-WS)

           MOVE 1 TO COL-WS
           MOVE DATA-FLS-WS TO DATA-APU-WS
           PERFORM APURA-DIA THRU APURA-DIA-EXIT
               VARYING DIA-LIDO-WS FROM 1 BY 1
               UNTIL DIA-LIDO-WS > DIA-APU-WS
           MOVE 2 TO COL-WS
           MOVE DATA-ANT-WS TO DATA-APU-WS
           PERFORM APURA-DIA THRU APURA-DIA-EXIT
               VARYING DIA-LIDO-WS FROM 1 BY 1
               UNTIL DIA-LIDO-WS > DIA-APU-WS

           MOVE 1 TO COL-WS
           PERFORM APURA-CARTEIRA THRU APURA-CARTEIRA-EXIT
           PERFORM APURA-ESTOQUE THRU APURA-ESTOQUE-EXIT

           MOVE FILIAL-FLS-WS (IDX-FLS-WS) TO FILIAL-BUSCA-WS
           MOVE DATA-ANT-WS TO DATA-BUSCA-WS
           PERFORM ACHA-HISTORICO
           IF IDX-ACHADO-HIS-WS = ZEROS
               MOVE "N" TO HIST-FLS-WS (IDX-FLS-WS)
               MOVE "N" TO HIST-FLS-WS (IDX-EMP-WS)
           ELSE
               MOVE "S" TO HIST-FLS-WS (IDX-FLS-WS)
               MOVE IDX-ACHADO-HIS-WS TO IDX-HIS-WS
               MOVE VENC-DIA-TAB-HIS-WS (IDX-HIS-WS)
                   TO FIG-FLS-WS (IDX-FLS-WS, 2, 11)
               MOVE VENC-MES-TAB-HIS-WS (IDX-HIS-WS)
                   TO FIG-FLS-WS (IDX-FLS-WS, 2, 12)
               MOVE CARTEIRA-TAB-HIS-WS (IDX-HIS-WS)
                   TO FIG-FLS-WS (IDX-FLS-WS, 2, 13)
               MOVE ESTOQUE-TAB-HIS-WS (IDX-HIS-WS)
                   TO FIG-FLS-WS (IDX-FLS-WS, 2, 16).
           PERFORM REGISTRA-HISTORICO THRU REGISTRA-HISTORICO-EXIT.
      *
      *    NOTAS, BAIXAS E ENTRADAS DE UM DIA (DIA-LIDO-WS) DO MES EM
      *    APURACAO; O ULTIMO DIA ENTRA TAMBEM NAS FIGURAS DO DIA. DIA
      *    SEM ARQUIVO E DIA SEM MOVIMENTO.
       APURA-DIA.
           MOVE DIA-LIDO-WS TO DIA-DM-WS
           MOVE MES-APU-WS TO MES-DM-WS
           MOVE DIAMES-WS TO DATA-MV-WS DATA-EN-WS DATA-BX-WS
           MOVE ANO2-APU-WS TO ANO-MV-WS ANO-EN-WS ANO-BX-WS

           MOVE "N" TO FIM-MV-WS
           OPEN INPUT ARQ-MV
           IF ESTADO NOT = ZEROS
               IF COL-WS = 1 AND DIA-LIDO-WS = DIA-APU-WS
                   MOVE "S" TO SEM-MV-FLS-WS (IDX-FLS-WS)
               END-IF
           ELSE
               PERFORM LE-VENDA THRU LE-VENDA-EXIT UNTIL ACABOU-MV
               CLOSE ARQ-MV.

           MOVE "N" TO FIM-BX-WS
           OPEN INPUT ARQ-BX
           IF ESTADO-BX = ZEROS
               PERFORM LE-RECEBIMENTO THRU LE-RECEBIMENTO-EXIT
                   UNTIL ACABOU-BX
               CLOSE ARQ-BX.

           MOVE "N" TO FIM-EN-WS
           OPEN INPUT ARQ-EN
           IF ESTADO-EN = ZEROS
               PERFORM LE-COMPRA THRU LE-COMPRA-EXIT UNTIL ACABOU-EN
               CLOSE ARQ-EN.
       APURA-DIA-EXIT.
           EXIT.
      *
      *    VENDA NORMAL A VISTA OU A PRAZO; RECLAMACAO DEDUZ. NOTA DE
      *    ENTRADA, TRANSFERENCIA E OUTRAS SAIDAS NAO SAO VENDA.
       LE-VENDA.
           READ ARQ-MV AT END MOVE "S" TO FIM-MV-WS END-READ
           IF ACABOU-MV GO TO LE-VENDA-EXIT.
           IF REG-MV (1:1) = "0" AND REG-MV (2:4) = "CONV"
               GO TO LE-VENDA-EXIT.
           IF REG-MV (1:1) = "9" AND REG-MV (22:479) = SPACES
               GO TO LE-VENDA-EXIT.
           ADD 1 TO LIDOS-77
           IF ENTRADA-NT GO TO LE-VENDA-EXIT.
           IF RECLAMACAO-NT
               MOVE 3 TO FIG-DIA-WS
           ELSE
               IF NOT VENDA-NORMAL-NT GO TO LE-VENDA-EXIT END-IF
               IF A-VISTA-NT
                   MOVE 1 TO FIG-DIA-WS
               ELSE
                   MOVE 2 TO FIG-DIA-WS.
           COMPUTE FIG-MES-WS = FIG-DIA-WS + 4
           MOVE TOTAL-NT TO VALOR-SOMA-WS
           PERFORM SOMA-FIGURA.
       LE-VENDA-EXIT.
           EXIT.
      *
      *    RECEBIMENTO: BAIXA INTEGRAL OU PARCELADA, NO BALCAO OU NO
      *    BANCO (DEVOLUCAO E INCOBRAVEL NAO SAO DINHEIRO)
       LE-RECEBIMENTO.
           READ ARQ-BX AT END MOVE "S" TO FIM-BX-WS END-READ
           IF ACABOU-BX GO TO LE-RECEBIMENTO-EXIT.
           IF REG-BX (1:1) = "0" AND REG-BX (2:4) = "CONV"
               GO TO LE-RECEBIMENTO-EXIT.
           IF REG-BX (1:1) = "9" AND REG-BX (22:99) = SPACES
               GO TO LE-RECEBIMENTO-EXIT.
           IF COD-OPER-BX NOT = "2" AND COD-OPER-BX NOT = "3"
               GO TO LE-RECEBIMENTO-EXIT.
           MOVE 9 TO FIG-DIA-WS
           MOVE 10 TO FIG-MES-WS
           MOVE VALORPAG-BX TO VALOR-SOMA-WS
           PERFORM SOMA-FIGURA.
       LE-RECEBIMENTO-EXIT.
           EXIT.
      *
      *    COMPRA: NOTA DE ENTRADA NORMAL (TRANSFERENCIA, OUTRAS
      *    ENTRADAS, RECLAMACAO E CARCACA FICAM DE FORA)
       LE-COMPRA.
           READ ARQ-EN AT END MOVE "S" TO FIM-EN-WS END-READ
           IF ACABOU-EN GO TO LE-COMPRA-EXIT.
           IF REG-EN (1:1) = "0" AND REG-EN (2:4) = "CONV"
               GO TO LE-COMPRA-EXIT.
           IF REG-EN (1:1) = "9" AND REG-EN (22:179) = SPACES
               GO TO LE-COMPRA-EXIT.
           IF NOT COMPRA-EN GO TO LE-COMPRA-EXIT.
           MOVE 14 TO FIG-DIA-WS
           MOVE 15 TO FIG-MES-WS
           MOVE TOTAL-EN TO VALOR-SOMA-WS
           PERFORM SOMA-FIGURA.
       LE-COMPRA-EXIT.
           EXIT.
      *
       SOMA-FIGURA.
           ADD VALOR-SOMA-WS TO FIG-FLS-WS (IDX-FLS-WS, COL-WS,
               FIG-MES-WS)
           IF DIA-LIDO-WS = DIA-APU-WS
               ADD VALOR-SOMA-WS TO FIG-FLS-WS (IDX-FLS-WS, COL-WS,
                   FIG-DIA-WS).
      *
      *    CARTEIRA EM ABERTO E VENCIDOS NOVOS DO EXTRATO DO CADDUP
      *    (TITULO PAGO, ZERADO OU INCOBRAVEL NAO CONTA)
       APURA-CARTEIRA.
           MOVE "N" TO FIM-DUPX-WS
           MOVE 0 TO QTD-TRAILER-DUPX-WS QTD-DET-DUPX-WS
           OPEN INPUT ARQ-DUPX
           IF ESTADO-DUPX NOT = ZEROS
               MOVE "S" TO SEM-DUPX-FLS-WS (IDX-FLS-WS)
               GO TO APURA-CARTEIRA-EXIT.
           PERFORM LE-CARTEIRA THRU LE-CARTEIRA-EXIT UNTIL ACABOU-DUPX
           CLOSE ARQ-DUPX
           IF QTD-DET-DUPX-WS NOT = QTD-TRAILER-DUPX-WS
               MOVE "S" TO SEM-DUPX-FLS-WS (IDX-FLS-WS).
       APURA-CARTEIRA-EXIT.
           EXIT.
      *
       LE-CARTEIRA.
           PERFORM LE-DUPX THRU LE-DUPX-EXIT
           IF ACABOU-DUPX OR NOT DETALHE-DUPX
               GO TO LE-CARTEIRA-EXIT.
           IF DUP-PAGA OR INCOBRAVEL OR SALDO-DUP NOT > ZEROS
               GO TO LE-CARTEIRA-EXIT.
           ADD SALDO-DUP TO FIG-FLS-WS (IDX-FLS-WS, 1, 13)
           MOVE DT-VENC-DUP TO DATA6-SEC-WS
           PERFORM MONTA-DATA8-SEC
           MOVE DATA8-SEC-WS TO VENC-TIT-WS
           IF VENC-TIT-WS NOT < INICIO-MES-WS
               AND VENC-TIT-WS NOT > DATA-FLS-WS
               ADD SALDO-DUP TO FIG-FLS-WS (IDX-FLS-WS, 1, 12)
               IF VENC-TIT-WS = DATA-FLS-WS
                   ADD SALDO-DUP TO FIG-FLS-WS (IDX-FLS-WS, 1, 11).
       LE-CARTEIRA-EXIT.
           EXIT.
      *
      *    ESTOQUE AO CUSTO MEDIO (QTD-EST-ALX X CUSTO-MEDIO-ALX)
       APURA-ESTOQUE.
           MOVE "N" TO FIM-ALX-WS
           OPEN INPUT ARQ-ALX
           IF ESTADO-ALX NOT = ZEROS
               MOVE "S" TO SEM-ALX-FLS-WS (IDX-FLS-WS)
               GO TO APURA-ESTOQUE-EXIT.
           PERFORM LE-ESTOQUE THRU LE-ESTOQUE-EXIT UNTIL ACABOU-ALX
           CLOSE ARQ-ALX.
       APURA-ESTOQUE-EXIT.
           EXIT.
      *
       LE-ESTOQUE.
           READ ARQ-ALX AT END MOVE "S" TO FIM-ALX-WS END-READ
           IF ACABOU-ALX GO TO LE-ESTOQUE-EXIT.
           IF REG-ALX (1:1) = "0" AND REG-ALX (2:4) = "CONV"
               GO TO LE-ESTOQUE-EXIT.
           IF REG-ALX (1:1) = "9" AND REG-ALX (22:279) = SPACES
               GO TO LE-ESTOQUE-EXIT.
           COMPUTE FIG-FLS-WS (IDX-FLS-WS, 1, 16) =
               FIG-FLS-WS (IDX-FLS-WS, 1, 16)
               + QTD-EST-ALX * CUSTO-MEDIO-ALX.
       LE-ESTOQUE-EXIT.
           EXIT.
      *
      *    CONSOLIDADO DA EMPRESA (LINHA 21) = SOMA DAS FILIAIS
       SOMA-EMPRESA.
           PERFORM SOMA-FIGURA-EMPRESA
               VARYING COL-WS FROM 1 BY 1 UNTIL COL-WS > 2
               AFTER FIG-WS FROM 1 BY 1 UNTIL FIG-WS > 16.
      *
       SOMA-FIGURA-EMPRESA.
           ADD FIG-FLS-WS (IDX-FLS-WS, COL-WS, FIG-WS)
               TO FIG-FLS-WS (IDX-EMP-WS, COL-WS, FIG-WS).
      *
       ZERA-FILIAL.
           MOVE 0 TO FILIAL-FLS-WS (IDX-FLS-WS)
           MOVE SPACES TO NOME-FLS-WS (IDX-FLS-WS)
           MOVE SPACES TO HIST-FLS-WS (IDX-FLS-WS)
           MOVE SPACES TO SEM-MV-FLS-WS (IDX-FLS-WS)
           MOVE SPACES TO SEM-DUPX-FLS-WS (IDX-FLS-WS)
           MOVE SPACES TO SEM-ALX-FLS-WS (IDX-FLS-WS)
           PERFORM ZERA-FIGURA
               VARYING COL-WS FROM 1 BY 1 UNTIL COL-WS > 2
               AFTER FIG-WS FROM 1 BY 1 UNTIL FIG-WS > 16.
      *
       ZERA-FIGURA.
           MOVE 0 TO FIG-FLS-WS (IDX-FLS-WS, COL-WS, FIG-WS).
      *
      *    LIQUIDO = VISTA + PRAZO - RECLAMACAO, NO DIA E NO MES, DE
      *    TODAS AS LINHAS (FILIAIS E EMPRESA)
       CALCULA-LIQUIDO.
           PERFORM CALCULA-LIQUIDO-LINHA
               VARYING IDX-FLS-WS FROM 1 BY 1
               UNTIL IDX-FLS-WS > IDX-EMP-WS.
      *
       CALCULA-LIQUIDO-LINHA.
           COMPUTE FIG-FLS-WS (IDX-FLS-WS, COL-WS, 4) =
               FIG-FLS-WS (IDX-FLS-WS, COL-WS, 1)
               + FIG-FLS-WS (IDX-FLS-WS, COL-WS, 2)
               - FIG-FLS-WS (IDX-FLS-WS, COL-WS, 3)
           COMPUTE FIG-FLS-WS (IDX-FLS-WS, COL-WS, 8) =
               FIG-FLS-WS (IDX-FLS-WS, COL-WS, 5)
               + FIG-FLS-WS (IDX-FLS-WS, COL-WS, 6)
               - FIG-FLS-WS (IDX-FLS-WS, COL-WS, 7).
      *
      *    CARREGA O HISTORICO DO FLASH (SEM ELE COMECA VAZIO)
       CARREGA-HISTORICO.
           MOVE 0 TO QTD-HIS-WS FORA-HIS-WS
           MOVE "N" TO FIM-HIS-WS
           OPEN INPUT ARQ-HIS
           IF ESTADO-HIS NOT = ZEROS
               GO TO CARREGA-HISTORICO-EXIT.
           PERFORM LE-HISTORICO THRU LE-HISTORICO-EXIT
               UNTIL ACABOU-HIS
           CLOSE ARQ-HIS.
       CARREGA-HISTORICO-EXIT.
           EXIT.
      *
       LE-HISTORICO.
           READ ARQ-HIS AT END MOVE "S" TO FIM-HIS-WS END-READ
           IF ACABOU-HIS GO TO LE-HISTORICO-EXIT.
           IF QTD-HIS-WS NOT < 3000
               ADD 1 TO FORA-HIS-WS
               GO TO LE-HISTORICO-EXIT.
           ADD 1 TO QTD-HIS-WS
           MOVE FILIAL-HIS-TX   TO FILIAL-TAB-HIS-WS   (QTD-HIS-WS)
           MOVE DATA-HIS-TX     TO DATA-TAB-HIS-WS     (QTD-HIS-WS)
           MOVE VENC-DIA-HIS-TX TO VENC-DIA-TAB-HIS-WS (QTD-HIS-WS)
           MOVE VENC-MES-HIS-TX TO VENC-MES-TAB-HIS-WS (QTD-HIS-WS)
           MOVE CARTEIRA-HIS-TX TO CARTEIRA-TAB-HIS-WS (QTD-HIS-WS)
           MOVE ESTOQUE-HIS-TX  TO ESTOQUE-TAB-HIS-WS  (QTD-HIS-WS).
       LE-HISTORICO-EXIT.
           EXIT.
      *
      *    LINHA DE FILIAL-BUSCA-WS / DATA-BUSCA-WS (ZEROS = NAO HA)
       ACHA-HISTORICO.
           MOVE ZEROS TO IDX-ACHADO-HIS-WS
           PERFORM VARYING IDX-HIS-WS FROM 1 BY 1
               UNTIL IDX-HIS-WS > QTD-HIS-WS
               OR (FILIAL-TAB-HIS-WS (IDX-HIS-WS) = FILIAL-BUSCA-WS
               AND DATA-TAB-HIS-WS (IDX-HIS-WS) = DATA-BUSCA-WS)
           END-PERFORM
           IF IDX-HIS-WS NOT > QTD-HIS-WS
               SET IDX-ACHADO-HIS-WS TO IDX-HIS-WS.
      *
      *    GUARDA AS FOTOGRAFIAS DE HOJE DA FILIAL (NOVA LINHA OU
      *    SUBSTITUI A DO MESMO DIA, QUANDO O FLASH E REFEITO); FILIAL
      *    SEM EXTRATO OU SEM SALDOS NAO ENTRA, PARA NAO COMPARAR
      *    CONTRA ZERO NO MES QUE VEM
       REGISTRA-HISTORICO.
           IF SEM-DUPX-FLS-WS (IDX-FLS-WS) = "S"
               OR SEM-ALX-FLS-WS (IDX-FLS-WS) = "S"
               GO TO REGISTRA-HISTORICO-EXIT.
           MOVE FILIAL-FLS-WS (IDX-FLS-WS) TO FILIAL-BUSCA-WS
           MOVE DATA-FLS-WS TO DATA-BUSCA-WS
           PERFORM ACHA-HISTORICO
           IF IDX-ACHADO-HIS-WS = ZEROS
               IF QTD-HIS-WS NOT < 3000
                   GO TO REGISTRA-HISTORICO-EXIT
               END-IF
               ADD 1 TO QTD-HIS-WS
               MOVE QTD-HIS-WS TO IDX-ACHADO-HIS-WS.
           MOVE IDX-ACHADO-HIS-WS TO IDX-HIS-WS
           MOVE FILIAL-BUSCA-WS TO FILIAL-TAB-HIS-WS (IDX-HIS-WS)
           MOVE DATA-BUSCA-WS   TO DATA-TAB-HIS-WS   (IDX-HIS-WS)
           MOVE FIG-FLS-WS (IDX-FLS-WS, 1, 11)
               TO VENC-DIA-TAB-HIS-WS (IDX-HIS-WS)
           MOVE FIG-FLS-WS (IDX-FLS-WS, 1, 12)
               TO VENC-MES-TAB-HIS-WS (IDX-HIS-WS)
           MOVE FIG-FLS-WS (IDX-FLS-WS, 1, 13)
               TO CARTEIRA-TAB-HIS-WS (IDX-HIS-WS)
           MOVE FIG-FLS-WS (IDX-FLS-WS, 1, 16)
               TO ESTOQUE-TAB-HIS-WS (IDX-HIS-WS).
       REGISTRA-HISTORICO-EXIT.
           EXIT.
      *
      *    REGRAVA O HISTORICO; DIA COM MAIS DE TRES MESES FICA DE FORA
       GRAVA-HISTORICO.
           COMPUTE CORTE-HIS-WS = DATA-FLS-WS - 300
           IF MES-FLS-WS < 4
               COMPUTE CORTE-HIS-WS = DATA-FLS-WS - 10000 + 900.
           OPEN OUTPUT ARQ-HIS
           PERFORM GRAVA-LINHA-HISTORICO
               VARYING IDX-HIS-WS FROM 1 BY 1
               UNTIL IDX-HIS-WS > QTD-HIS-WS
           CLOSE ARQ-HIS.
      *
       GRAVA-LINHA-HISTORICO.
           IF DATA-TAB-HIS-WS (IDX-HIS-WS) NOT < CORTE-HIS-WS
               MOVE FILIAL-TAB-HIS-WS   (IDX-HIS-WS) TO FILIAL-HIS-TX
               MOVE DATA-TAB-HIS-WS     (IDX-HIS-WS) TO DATA-HIS-TX
               MOVE VENC-DIA-TAB-HIS-WS (IDX-HIS-WS) TO VENC-DIA-HIS-TX
               MOVE VENC-MES-TAB-HIS-WS (IDX-HIS-WS) TO VENC-MES-HIS-TX
               MOVE CARTEIRA-TAB-HIS-WS (IDX-HIS-WS) TO CARTEIRA-HIS-TX
               MOVE ESTOQUE-TAB-HIS-WS  (IDX-HIS-WS) TO ESTOQUE-HIS-TX
               WRITE REGHIS-TX.
      *
      *    A PAGINA DO FLASH: BLOCO DE VENDAS (FIGURAS 1-8), BLOCO
      *    FINANCEIRO E ESTOQUE (9-16) E AS OBSERVACOES
       EMITE-FLASH.
           OPEN OUTPUT ARQ-REL
           MOVE SPACES TO REG-REL
           STRING "FLASH GERENCIAL DE " DATA-ED-WS
               " - COMPARADO COM " DATA-ANT-ED-WS
               " - VALORES EM R$ 1,00" "   OPERADOR "
               OPERADOR-EXEC-WS
               DELIMITED BY SIZE INTO REG-REL
           WRITE REG-REL
           MOVE SPACES TO REG-REL
           WRITE REG-REL
           MOVE SPACES TO REG-REL
           STRING "VENDAS (VENDA NORMAL; LIQUIDO = VISTA + PRAZO"
               " - RECLAMACOES)" DELIMITED BY SIZE INTO REG-REL
           WRITE REG-REL
           MOVE 0 TO BASE-FIG-WS
           PERFORM IMPRIME-BLOCO
           MOVE SPACES TO REG-REL
           WRITE REG-REL
           MOVE SPACES TO REG-REL
           STRING "FINANCEIRO E ESTOQUE (CAIXA = BAIXAS INTEGRAIS E"
               " PARCELADAS; VENCIDOS = EM ABERTO VENCIDOS NO DIA /"
               " NO MES)" DELIMITED BY SIZE INTO REG-REL
           WRITE REG-REL
           MOVE 8 TO BASE-FIG-WS
           PERFORM IMPRIME-BLOCO
           MOVE SPACES TO REG-REL
           WRITE REG-REL
           MOVE "N" TO OBS-WS
           PERFORM IMPRIME-OBSERVACAO
               VARYING IDX-FLS-WS FROM 1 BY 1
               UNTIL IDX-FLS-WS > QTD-FLS-WS
           IF NOT TEM-OBS
               MOVE "OBSERVACOES: NENHUMA - TODOS OS ARQUIVOS PRESENTES"
                   TO REG-REL
               WRITE REG-REL.
           CLOSE ARQ-REL.
      *
       IMPRIME-BLOCO.
           MOVE SPACES TO LINHA-CAB-WS
           MOVE "FILIAL" TO ROTULO-CAB-WS
           PERFORM MONTA-TITULO
               VARYING IDX-COL-LIN-WS FROM 1 BY 1
               UNTIL IDX-COL-LIN-WS > 8
           WRITE REG-REL FROM LINHA-CAB-WS
           PERFORM IMPRIME-LINHA-FILIAL
               VARYING IDX-FLS-WS FROM 1 BY 1
               UNTIL IDX-FLS-WS > QTD-FLS-WS
           MOVE IDX-EMP-WS TO IDX-FLS-WS
           PERFORM IMPRIME-LINHA-FILIAL.
      *
       MONTA-TITULO.
           COMPUTE FIG-WS = BASE-FIG-WS + IDX-COL-LIN-WS
           MOVE TITULO-VL (FIG-WS) TO TITULO-CAB-WS (IDX-COL-LIN-WS).
      *
      *    TRES LINHAS POR FILIAL: O DIA, O MES ANTERIOR E A VARIACAO
       IMPRIME-LINHA-FILIAL.
           MOVE SPACES TO LINHA-VAL-WS
           IF IDX-FLS-WS = IDX-EMP-WS
               MOVE "EMPRESA" TO ROTULO-VAL-WS
           ELSE
               STRING FILIAL-FLS-WS (IDX-FLS-WS) " "
                   NOME-FLS-WS (IDX-FLS-WS)
                   DELIMITED BY SIZE INTO ROTULO-VAL-WS.
           MOVE 1 TO COL-WS
           PERFORM MONTA-VALOR
               VARYING IDX-COL-LIN-WS FROM 1 BY 1
               UNTIL IDX-COL-LIN-WS > 8
           WRITE REG-REL FROM LINHA-VAL-WS
           MOVE SPACES TO LINHA-VAL-WS
           MOVE "   MES ANT." TO ROTULO-VAL-WS
           MOVE 2 TO COL-WS
           PERFORM MONTA-VALOR
               VARYING IDX-COL-LIN-WS FROM 1 BY 1
               UNTIL IDX-COL-LIN-WS > 8
           WRITE REG-REL FROM LINHA-VAL-WS
           MOVE SPACES TO LINHA-PCT-WS
           MOVE "   VAR. %" TO ROTULO-PCT-WS
           PERFORM MONTA-VARIACAO
               VARYING IDX-COL-LIN-WS FROM 1 BY 1
               UNTIL IDX-COL-LIN-WS > 8
           WRITE REG-REL FROM LINHA-PCT-WS.
      *
      *    FOTOGRAFIA DO MES ANTERIOR SEM HISTORICO SAI "N/D"
       MONTA-VALOR.
           COMPUTE FIG-WS = BASE-FIG-WS + IDX-COL-LIN-WS
           IF COL-WS = 2 AND HIST-FLS-WS (IDX-FLS-WS) NOT = "S"
               AND (FIG-WS = 11 OR FIG-WS = 12 OR FIG-WS = 13
               OR FIG-WS = 16)
               MOVE "         N/D" TO ND-LIN-WS (IDX-COL-LIN-WS)
           ELSE
               COMPUTE REAIS-WS ROUNDED =
                   FIG-FLS-WS (IDX-FLS-WS, COL-WS, FIG-WS) / 100
               MOVE REAIS-WS TO VALOR-LIN-WS (IDX-COL-LIN-WS).
      *
       MONTA-VARIACAO.
           COMPUTE FIG-WS = BASE-FIG-WS + IDX-COL-LIN-WS
           MOVE FIG-FLS-WS (IDX-FLS-WS, 1, FIG-WS) TO ATUAL-WS
           MOVE FIG-FLS-WS (IDX-FLS-WS, 2, FIG-WS) TO ANTERIOR-WS
           IF ANTERIOR-WS = ZEROS
               OR (HIST-FLS-WS (IDX-FLS-WS) NOT = "S"
               AND (FIG-WS = 11 OR FIG-WS = 12 OR FIG-WS = 13
               OR FIG-WS = 16))
               MOVE "    N/D" TO ND-PCT-LIN-WS (IDX-COL-LIN-WS)
           ELSE
               COMPUTE PCT-WS ROUNDED =
                   (ATUAL-WS - ANTERIOR-WS) * 100 / ANTERIOR-WS
               IF PCT-WS > 9999,9 OR PCT-WS < -9999,9
                   MOVE "  >9999" TO ND-PCT-LIN-WS (IDX-COL-LIN-WS)
               ELSE
                   MOVE PCT-WS TO PCT-LIN-WS (IDX-COL-LIN-WS).
      *
      *    ARQUIVOS QUE FALTARAM, POR FILIAL
       IMPRIME-OBSERVACAO.
           IF SEM-MV-FLS-WS (IDX-FLS-WS) = "S"
               MOVE SPACES TO REG-REL
               STRING "OBS.: FILIAL " FILIAL-FLS-WS (IDX-FLS-WS)
                   " SEM ARQUIVO DE NOTAS DO DIA -"
                   " VENDAS DO DIA ZERADAS"
                   DELIMITED BY SIZE INTO REG-REL
               WRITE REG-REL
               MOVE "S" TO OBS-WS.
           IF SEM-DUPX-FLS-WS (IDX-FLS-WS) = "S"
               MOVE SPACES TO REG-REL
               STRING "OBS.: FILIAL " FILIAL-FLS-WS (IDX-FLS-WS)
                   " EXTRATO DO CADDUP AUSENTE OU INCOMPLETO - RODE O"
                   " CONVDUPX (CARTEIRA E VENCIDOS NAO CONFIAVEIS)"
                   DELIMITED BY SIZE INTO REG-REL
               WRITE REG-REL
               MOVE "S" TO OBS-WS.
           IF SEM-ALX-FLS-WS (IDX-FLS-WS) = "S"
               MOVE SPACES TO REG-REL
               STRING "OBS.: FILIAL " FILIAL-FLS-WS (IDX-FLS-WS)
                   " SEM SALDOS DE ESTOQUE (x:ARQALXff.TXT) - RODE O"
                   " CONVSALD"
                   DELIMITED BY SIZE INTO REG-REL
               WRITE REG-REL
               MOVE "S" TO OBS-WS.
      *
      *    GRAVA UMA LINHA NO LOG PERSISTENTE DE EXECUCOES (CONVLOG.LOG)
       GRAVA-LOG.
           MOVE "CONVFLSH" TO PROGRAMA-LOG-TX
           ACCEPT DATA-EXEC-LOG-TX FROM DATE YYYYMMDD
           ACCEPT HORA-EXEC-LOG-TX FROM TIME
           MOVE OPERADOR-EXEC-WS TO OPERADOR-LOG-TX
           ACCEPT HORA-FIM-EXEC-WS FROM TIME
           PERFORM CALCULA-DURACAO
           MOVE HORA-INI6-EXEC-WS TO HORA-INI-LOG-TX
           MOVE DURACAO-EXEC-WS TO DURACAO-LOG-TX
           MOVE SPACES TO FILTRO-LOG-TX
           STRING "DIA=" DATA-ED-WS " FILIAIS=" QTD-FLS-WS
               DELIMITED BY SIZE
               INTO FILTRO-LOG-TX
           MOVE LIDOS-77 TO LIDOS-LOG-TX
           MOVE QTD-FLS-WS TO GRAVADOS-LOG-TX
           MOVE 0 TO GRAVADOS2-LOG-TX
           MOVE "CONVFLSH.REL" TO NOME-REL-ARR-WS
           PERFORM GUARDA-RELATORIO THRU GUARDA-RELATORIO-EXIT
           OPEN EXTEND ARQ-LOG
           IF  ESTADO-LOG NOT = ZEROS
               OPEN OUTPUT ARQ-LOG.
           WRITE REGLOG-TX
           CLOSE ARQ-LOG.
      *
      *    PROCURA EM "CONVPARM.DAT" A LINHA DE PARAMETROS DESTE
      *    PROGRAMA; SE ACHAR, LIGA O MODO NAO ASSISTIDO (O DIA VEM NA
      *    DATA INICIAL DA LINHA; ZEROS = ONTEM)
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
      *    ULTIMO DIA DO MES MES-CAL-WS/ANO-CAL-WS
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
           COPY DUPXPR.
      *
           COPY SECULOPR.
      *
           COPY FILIALPR.
      *
           COPY DURAPR.
      *
           COPY OPERPR.
      *
           COPY ARQRPR.
      *
           COPY TRAVAPR.
