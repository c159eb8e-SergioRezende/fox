      *
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. CONVPDD.
       AUTHOR. LUIS AUGUSTO.
      *
      *    DATA DA ALTERACAO: 10/96
      *
      *    PROVISAO PARA DEVEDORES DUVIDOSOS (PDD) DO FECHAMENTO DO
      *    MES. PARA UMA FILIAL E UMA DATA-BASE (EM BRANCO = ULTIMO
      *    DIA DO MES ANTERIOR), LE O EXTRATO DO CADDUP (x:CADDUPff
      *    .EXT DO CONVDUPX) E, PARA CADA TITULO EM ABERTO, APLICA
      *    SOBRE O SALDO O PERCENTUAL DA FAIXA DE ATRASO DA TABELA
      *    "ARQPDD.DAT" (CADPDD). FICAM DE FORA OS TITULOS PAGOS, OS
      *    JA BAIXADOS COMO INCOBRAVEIS (NO CADDUP OU NAS BAIXAS COM
      *    COD-OPER-LANC 5 DO MES ATE A DATA-BASE, x:BXddmmff.Baa) E
      *    OS EMITIDOS DEPOIS DA DATA-BASE. A PROVISAO DO MES FICA
      *    NO HISTORICO "CONVPDD.DAT" (UMA LINHA POR FILIAL E MES;
      *    REFAZER O MES SUBSTITUI A LINHA) E E COMPARADA COM A DO
      *    MES ANTERIOR: A DIFERENCA SAI COMO UM PAR DE LANCAMENTOS
      *    NO LAYOUT BINARIO DO DIARIO DO CONVCTAB, EM
      *    "x:CONTABff.PDD" - EVENTO P1 (CONSTITUICAO) QUANDO A
      *    PROVISAO AUMENTA E P2 (REVERSAO) QUANDO DIMINUI, COM AS
      *    CONTAS DO CADEVENT. O RELATORIO "CONVPDD.REL" LISTA OS
      *    TITULOS POR CLIENTE, COM SUBTOTAIS, O RESUMO POR FAIXA E
      *    O CALCULO DO AJUSTE, PARA A AUDITORIA.
      *
      *    DATA DA ALTERACAO: 10/96
      *
      *    CADA "CONVPDD.REL" GERADO E GUARDADO NO ARQUIVO DE
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
           SELECT      ARQ-SRT    ASSIGN     TO   "CONVPDD.SRT".
      *
           SELECT      ARQ-REL    ASSIGN     TO   "CONVPDD.REL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ESTADO.
      *
           SELECT      ARQ-BX     ASSIGN     TO   DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ESTADO-BX.
      *
           SELECT      ARQ-HIS    ASSIGN     TO   "CONVPDD.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ESTADO-HIS.
      *
           SELECT      ARQ-CTB    ASSIGN     TO   DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ESTADO-CTB.
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
           COPY PDDSL.
      *
           COPY EVENTSL.
      *
           COPY PLANOSL.
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
       SD  ARQ-SRT
           DATA      RECORD       REG-SRT.
       01  REG-SRT.
           05  CPF-SRT                       PIC 9(14).
           05  VENC-SRT                      PIC 9(08).
           05  CODIGO-SRT                    PIC 9(08).
           05  FILLER REDEFINES CODIGO-SRT.
               10  CORPO-SRT                 PIC 9(06).
               10  PARC-SRT                  PIC 9(01).
               10  TIPO-SRT                  PIC 9(01).
           05  ATRASO-SRT                    PIC S9(05).
           05  FAIXA-SRT                     PIC 9(02).
           05  SALDO-SRT                     PIC 9(11).
           05  PROVISAO-SRT                  PIC 9(11).
      *
       FD  ARQ-REL
           LABEL     RECORD       STANDARD
           VALUE     OF FILE-ID   "CONVPDD.REL"
           DATA      RECORD       REG-REL.
       01  REG-REL                           PIC X(120).
      *
      *    BAIXAS DO DIA (CONVBAIX): SO INTERESSA A BAIXA COMO
      *    INCOBRAVEL (COD-OPER-LANC 5)
       FD  ARQ-BX
           LABEL     RECORD       STANDARD
           VALUE     OF FILE-ID   ARQBX-WS
           DATA      RECORD       REG-BX.
       01  REG-BX                            PIC X(120).
       01  REG-BX-DET.
           05  TIPO-BX                       PIC X(01).
           05  CORPO-BX                      PIC 9(07).
           05  FILLER                        PIC X(66).
           05  COD-OPER-BX                   PIC X(01).
           05  FILLER                        PIC X(45).
      *
      *    HISTORICO DA PROVISAO: UMA LINHA POR FILIAL E MES (DATAS
      *    EM AAAAMMDD, VALORES EM CENTAVOS)
       FD  ARQ-HIS
           LABEL RECORD IS STANDARD.
       01  REGHIS-TX.
           05  FILIAL-HIS-TX                 PIC 9(02).
           05  ANOMES-HIS-TX                 PIC 9(06).
           05  DATA-BASE-HIS-TX              PIC 9(08).
           05  TITULOS-HIS-TX                PIC 9(07).
           05  SALDO-HIS-TX                  PIC 9(13).
           05  PROVISAO-HIS-TX               PIC 9(13).
           05  ANTERIOR-HIS-TX               PIC 9(13).
           05  AJUSTE-HIS-TX                 PIC S9(13)
                                             SIGN LEADING SEPARATE.
           05  OPERADOR-HIS-TX               PIC X(08).
           05  REGISTRO-HIS-TX               PIC 9(08).
      *
      *    PAR DE LANCAMENTOS DO AJUSTE, NO LAYOUT BINARIO DO DIARIO
      *    QUE O CONVCTAB GERA E O CONVDIR CONSOME
      *    (ARQ. "x:CONTABff.PDD")
       FD  ARQ-CTB
           LABEL     RECORD       STANDARD
           VALUE     OF FILE-ID   ARQCTB-WS
           DATA      RECORD       REG-CTB.
       01  REG-CTB.
           02 CONTA-CTB           PIC 9(11) COMP-3.
           02 CHEC-CTB            PIC 9.
           02 DATA-L-CTB          PIC 9(6) COMP-3.
           02 NUM-CTB             PIC 9(5) COMP-3.
           02 CH-CTB              PIC 99.
           02 HIST-CTB            PIC X(30).
           02 TIPOHIST-CTB        PIC X(01).
           02 DOCTO-CTB           PIC 9(8) COMP-3.
           02 DATA-D-CTB          PIC 9(6) COMP-3.
           02 CUSTO-CTB           PIC 999  COMP-3.
           02 ARQ-CTB-F           PIC 9(5) COMP-3.
           02 VALOR-CTB           PIC 9(12)V99 COMP-3.
           02 DC-CTB              PIC X.
           02 SANT-CTB            PIC S9(11)V99 COMP-3.
      *
           COPY DUPXFD.
      *
           COPY PDDFD.
      *
           COPY EVENTFD.
      *
           COPY PLANOFD.
      *
           COPY SECULOFD.
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
       77  ESTADO-BX             PIC X(02).
       77  ESTADO-HIS            PIC X(02).
       77  ESTADO-CTB            PIC X(02).
       77  ESTADO-LOG            PIC X(02).
       77  ESTADO-PRM            PIC X(02).
       77  LIDOS-77        VALUE 0             PIC 9(07).
       77  TITULOS-77      VALUE 0             PIC 9(07).
       77  INCOBRAVEIS-77  VALUE 0             PIC 9(05).
       77  CLIENTES-77     VALUE 0             PIC 9(05).
       77  GERADOS-77      VALUE 0             PIC 9(02).
      *    LIGA QUANDO O EXTRATO NAO BATE COM O TRAILER: A PROVISAO
      *    NAO E CONTABILIZADA NEM VAI PARA O HISTORICO
       77  TRUNCADO-DUP-WS VALUE "N"           PIC X(01).
           88  LEITURA-TRUNCADA                VALUE "S".
       77  FALHOU-GRV-WS   VALUE "N"           PIC X(01).
           88  FALHOU-GRV                      VALUE "S".
       77  I                                   PIC 9(02).
       77  E                                   PIC 9(02).
       77  FIM-SRT-WS                          PIC X(01).
           88  ACABOU-SRT                      VALUE "S".
       77  FIM-BX-WS                           PIC X(01).
           88  ACABOU-BX                       VALUE "S".
       77  FIM-HIS-WS                          PIC X(01).
           88  ACABOU-HIS                      VALUE "S".
       77  CONFIRMA-WS                         PIC X(01).
       77  DD-MM-77        VALUE ZEROS         PIC 99/99.
       01  NOME-TMP-WS                         PIC X(30).
       01  NOME-DEF-WS                         PIC X(30).
      *
      *    DATA-BASE DA PROVISAO (AAAAMMDD); ZERADA NA TELA OU NO
      *    CONVPARM.DAT = ULTIMO DIA DO MES ANTERIOR
       01  INICIAL-WS                          PIC 9(04).
       01  FILLER REDEFINES INICIAL-WS.
           05  DIA-INI-WS                      PIC 9(02).
           05  MES-INI-WS                      PIC 9(02).
       01  ANO-INI-WS      VALUE ZEROS         PIC 9(04).
       01  DATA-BASE-WS                        PIC 9(08).
       01  FILLER REDEFINES DATA-BASE-WS.
           05  ANOMES-BASE-WS                  PIC 9(06).
           05  FILLER REDEFINES ANOMES-BASE-WS.
               10  ANO-BASE-WS                 PIC 9(04).
               10  FILLER REDEFINES ANO-BASE-WS.
                   15  FILLER                  PIC 9(02).
                   15  ANO2-BASE-WS            PIC 9(02).
               10  MES-BASE-WS                 PIC 9(02).
           05  DIA-BASE-WS                     PIC 9(02).
       01  DATA-BASE6-WS.
           05  ANO-B6-WS                       PIC 9(02).
           05  MES-B6-WS                       PIC 9(02).
           05  DIA-B6-WS                       PIC 9(02).
       77  HOJE-WS                             PIC 9(08).
       77  CORTE-HIS-WS                        PIC 9(06).
      *
      *    CALENDARIO REAL PARA O ULTIMO DIA DO MES
       01  DIAS-MES-VL-WS  PIC X(24) VALUE "312831303130313130313031".
       01  FILLER REDEFINES DIAS-MES-VL-WS.
           05  DIAS-MES-VL OCCURS 12 TIMES     PIC 9(02).
       77  MES-CAL-WS                          PIC 9(02).
       77  ANO-CAL-WS                          PIC 9(04).
       77  ULT-DIA-MES-WS                      PIC 9(02).
       77  QUOC-BISS-WS                        PIC 9(04).
       77  RESTO-BISS-WS                       PIC 9(04).
      *
      *    ATRASO DO TITULO NA DATA-BASE (MES COMERCIAL, COMO NO
      *    AGING DO CONVCI)
       77  ATRASO-WS                           PIC S9(05).
       77  VENC-TIT-WS                         PIC 9(08).
      *
      *    BAIXAS COMO INCOBRAVEL DO MES ATE A DATA-BASE AINDA NAO
      *    REFLETIDAS NO EXTRATO (CORPO + PARCELA DA DUPLICATA)
       77  DIA-BX-WS                           PIC 9(02).
       77  QTD-INC-WS      VALUE 0             PIC 9(04).
       77  FORA-INC-WS     VALUE 0             PIC 9(04).
       01  TAB-INC-WS.
           05  CORPO-TAB-INC-WS OCCURS 3000 TIMES
                                INDEXED BY IDX-INC-WS PIC 9(07).
      *
      *    RESUMO POR FAIXA (MESMA ORDEM DA TABELA DA PDD) E TOTAIS
       01  TAB-RES-WS.
           05  TAB-RES-ITEM OCCURS 20 TIMES.
               10  QTD-TAB-RES-WS              PIC 9(07).
               10  SALDO-TAB-RES-WS            PIC 9(13).
               10  PROV-TAB-RES-WS             PIC 9(13).
       77  SALDO-TOT-WS                        PIC 9(13).
       77  PROVISAO-TOT-WS                     PIC 9(13).
       77  QTD-CLI-WS                          PIC 9(05).
       77  SALDO-CLI-WS                        PIC 9(13).
       77  PROV-CLI-WS                         PIC 9(13).
       77  CPF-QUEBRA-WS                       PIC 9(14).
      *
      *    PROVISAO ANTERIOR E AJUSTE DO MES
       77  ANTERIOR-WS                         PIC 9(13).
       77  ANOMES-ANT-WS                       PIC 9(06).
       77  AJUSTE-WS                           PIC S9(13).
       77  VALOR-LANC-WS                       PIC 9(13).
       77  EVENTO-LANC-WS                      PIC X(02).
       01  HIST-LANC-WS                        PIC X(30).
       01  NOME-EVENTO-WS                      PIC X(12).
      *
      *    HISTORICO EM MEMORIA (REGRAVADO POR INTEIRO; MES COM MAIS
      *    DE DOIS ANOS ANTES DA DATA-BASE FICA DE FORA)
       77  QTD-HIS-WS      VALUE 0             PIC 9(04).
       77  FORA-HIS-WS     VALUE 0             PIC 9(04).
       77  IDX-ACHADO-HIS-WS                   PIC 9(04).
       77  IDX-ANT-HIS-WS                      PIC 9(04).
       01  TAB-HIS-WS.
           05  TAB-HIS-ITEM OCCURS 2000 TIMES INDEXED BY IDX-HIS-WS.
               10  FILIAL-TAB-HIS-WS           PIC 9(02).
               10  ANOMES-TAB-HIS-WS           PIC 9(06).
               10  DATA-BASE-TAB-HIS-WS        PIC 9(08).
               10  TITULOS-TAB-HIS-WS          PIC 9(07).
               10  SALDO-TAB-HIS-WS            PIC 9(13).
               10  PROVISAO-TAB-HIS-WS         PIC 9(13).
               10  ANTERIOR-TAB-HIS-WS         PIC 9(13).
               10  AJUSTE-TAB-HIS-WS           PIC S9(13).
               10  OPERADOR-TAB-HIS-WS         PIC X(08).
               10  REGISTRO-TAB-HIS-WS         PIC 9(08).
      *
      *    NOMES DOS ARQUIVOS
       01  ARQBX-WS.
           05  U-BX-WS                         PIC X(01).
           05  FILLER VALUE ":BX"              PIC X(03).
           05  DIA-ARQ-BX-WS                   PIC 9(02).
           05  MES-ARQ-BX-WS                   PIC 9(02).
           05  FILIAL-BX-WS                    PIC X(02).
           05  FILLER VALUE ".B"               PIC X(02).
           05  ANO-ARQ-BX-WS                   PIC 9(02).
       01  ARQCTB-WS.
           05  U-CTB-WS                        PIC X(01).
           05  FILLER VALUE ":CONTAB"          PIC X(07).
           05  FILIAL-CTB-WS                   PIC X(02).
           05  EXT-CTB-WS VALUE ".PDD"         PIC X(04).
      *
      *    COPIAS EDITADAS PARA AS LINHAS IMPRESSAS
       77  VALOR-ED-WS                         PIC ZZZ.ZZZ.ZZ9,99-.
       77  QTD-ED-WS                           PIC ZZZ.ZZ9.
       77  DATA-ED-WS                          PIC 99/99/9999.
       01  DATA-DMA-WS.
           05  DIA-DMA-WS                      PIC 9(02).
           05  MES-DMA-WS                      PIC 9(02).
           05  ANO-DMA-WS                      PIC 9(04).
       01  FILLER REDEFINES DATA-DMA-WS.
           05  DATA-DMA-NUM-WS                 PIC 9(08).
       01  DATA-AMD-WS                         PIC 9(08).
       01  FILLER REDEFINES DATA-AMD-WS.
           05  ANO-AMD-WS                      PIC 9(04).
           05  MES-AMD-WS                      PIC 9(02).
           05  DIA-AMD-WS                      PIC 9(02).
       01  MES-ANO-ED-WS.
           05  MES-MA-ED-WS                    PIC 9(02).
           05  FILLER VALUE "/"                PIC X(01).
           05  ANO-MA-ED-WS                    PIC 9(04).
      *
           COPY DADOS.
           COPY DUPXWS.
           COPY TELAWS.
           COPY PARMAUTO.
      *
           COPY OPERWS.
           COPY DURAWS.
           COPY CRIABT.
           COPY FILIALVL.
           COPY PDDVL.
           COPY EVENTVL.
           COPY PLANOVL.
           COPY SECULOVL.
      *
      * --->> "REGDUP.COB"
       01  DADOS-DUP-WS.
           05  POS-DUP-WS                      PIC X(128).
           05  TAM-DUP-WS                      PIC 99 COMP-0 VALUE 72.
       01  CADDUP-WS.
           05  U-DUP-WS                        PIC X(01).
           05  FILLER VALUE ":CADDUP"          PIC X(07).
           05  FILIAL-DUP-WS                   PIC X(02).
           05  FILLER VALUE ".CRC"             PIC X(04).
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
      * REGISTRO DO CADASTRO DE CLIENTES <REGCLI.COB>: SO O NOME DO
      * CLIENTE PARA A QUEBRA DO RELATORIO
       01  DADOS-CLI-WS.
           05  POS-CLI-WS                      PIC X(128).
           05  TAM-CLI-WS                      PIC 99 COMP-0 VALUE 331.
       01  ARQCLI-WS.
           05  U-CLI-WS                        PIC X(01).
           05  FILLER VALUE ":ARQCLI"          PIC X(07).
           05  FILIAL-CLI-WS                   PIC 9(02).
           05  FILLER VALUE ".FAT"             PIC X(04).
       01  ARQCLI-REG.
           05  TIPO-CLI                        PIC 9(01).
               88  PESSOA-FISICA VALUE 0.
               88  PESSOA-JURIDICA VALUE 1.
           05  CHAVE-CLI.
               10  FILIAL-CLI                  PIC 9(02).
               10  CPF-CGC-CLI                 PIC 9(14).
           05  PESSOA-FISICA-CLI.
               10  NOMER-CLI                   PIC X(39).
               10  ENDR-CLI                    PIC X(30).
               10  MUNR-CLI                    PIC X(20).
               10  BAIRROR-CLI                 PIC X(14).
               10  UFR-CLI                     PIC X(02).
               10  CEPR-CLI                    PIC 9(05)  COMP-3.
               10  TELR-CLI                    PIC 9(07)  COMP-3.
               10  DT-NASC-CLI                 PIC 9(06)  COMP-3.
               10  SEXO-CLI                    PIC X(01).
           05  PESSOA-JURIDICA-CLI.
               10  NOMEC-CLI                   PIC X(39).
               10  ENDC-CLI                    PIC X(30).
               10  MUNC-CLI                    PIC X(20).
               10  BAIRROC-CLI                 PIC X(14).
               10  UFC-CLI                     PIC X(02).
               10  CEPC-CLI                    PIC 9(05)  COMP-3.
               10  TELC-CLI                    PIC 9(07)  COMP-3.
               10  INSC-ESTADUAL-CLI           PIC 9(13)  COMP-3.
           05  REGIAO-CLI                      PIC 9(03)  COMP-3.
           05  COBRANCA-CLI                    PIC 9(01).
               88  RESIDENCIAL-CLI VALUE 0.
               88  COMERCIAL-CLI   VALUE 1.
           05  FILLER                          PIC X(77).
      *
       77  CLI-ABERTO-WS                       PIC X(01).
           88  CLI-ABERTO                      VALUE "S".
       01  NOME-SAC-WS                         PIC X(39).
      *
       01  CAB-TIT-WS.
           05  FILLER  VALUE "  DOCUMENTO VENCIMENTO ATRASO "
                                               PIC X(30).
           05  FILLER  VALUE "FAIXA                          "
                                               PIC X(31).
           05  FILLER  VALUE "SALDO   PERC.       PROVISAO  "
                                               PIC X(30).
       01  LINHA-TIT-WS.
           05  FILLER                          PIC X(02) VALUE SPACES.
           05  CORPO-LIN-WS                    PIC 9(06).
           05  FILLER  VALUE "/"               PIC X(01).
           05  PARC-LIN-WS                     PIC 9(01).
           05  FILLER                          PIC X(02) VALUE SPACES.
           05  VENC-LIN-WS                     PIC 99/99/9999.
           05  FILLER                          PIC X(01) VALUE SPACE.
           05  ATRASO-LIN-WS                   PIC ZZZZ9-.
           05  FILLER                          PIC X(01) VALUE SPACE.
           05  FAIXA-LIN-WS                    PIC X(20).
           05  FILLER                          PIC X(01) VALUE SPACE.
           05  SALDO-LIN-WS                    PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER                          PIC X(01) VALUE SPACE.
           05  PERC-LIN-WS                     PIC ZZ9,99.
           05  FILLER                          PIC X(01) VALUE SPACE.
           05  PROV-LIN-WS                     PIC ZZZ.ZZZ.ZZ9,99.
       01  LINHA-RES-WS.
           05  FAIXA-RES-WS                    PIC X(20).
           05  FILLER  VALUE " ATE "           PIC X(05).
           05  DIAS-RES-WS                     PIC ZZZ9.
           05  FILLER  VALUE " DIAS"           PIC X(05).
           05  QTD-RES-WS                      PIC ZZZ.ZZ9.
           05  FILLER                          PIC X(01) VALUE SPACE.
           05  SALDO-RES-WS                    PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER                          PIC X(01) VALUE SPACE.
           05  PERC-RES-WS                     PIC ZZ9,99.
           05  FILLER                          PIC X(01) VALUE SPACE.
           05  PROV-RES-WS                     PIC ZZZ.ZZZ.ZZ9,99.
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
           DISPLAY (5, 12) "* PROVISAO PARA DEVEDORES DUVIDOSOS *"

           PERFORM CARREGA-FILIAL THRU CARREGA-FILIAL-EXIT
           PERFORM CARREGA-PDD THRU CARREGA-PDD-EXIT
           PERFORM CARREGA-EVENTO THRU CARREGA-EVENTO-EXIT
           PERFORM CARREGA-PLANO THRU CARREGA-PLANO-EXIT
           MOVE "CONVPDD " TO PROGRAMA-EXEC-WS
           PERFORM CARREGA-PARM THRU CARREGA-PARM-EXIT
           IF MODO-AUTO
               MOVE DRIVE-PARM-WS TO U-DUP-WS
               MOVE FILIAL-INI-PARM-WS TO FILIAL-DUP-WS.

           IF QTD-PDD-WS = ZEROS
               DISPLAY (23, 10)
                   "TABELA DE PERCENTUAIS VAZIA - RODE O CADPDD"
               IF MODO-AUTO GO TO TERMINA-ERRO-PARM END-IF
               STOP RUN.
           MOVE "P1" TO EVENTO-BUSCA-EVE-WS
           PERFORM ACHA-EVENTO
           IF IDX-ACHADO-EVE-WS NOT = ZEROS
               MOVE "P2" TO EVENTO-BUSCA-EVE-WS
               PERFORM ACHA-EVENTO.
           IF IDX-ACHADO-EVE-WS = ZEROS
               DISPLAY (23, 10)
                   "EVENTOS P1/P2 SEM CONTAS - RODE O CADEVENT"
               IF MODO-AUTO GO TO TERMINA-ERRO-PARM END-IF
               STOP RUN.

           DISPLAY (9, 10) "Operador................:"
           IF NOT MODO-AUTO
               ACCEPT (, ) OPERADOR-EXEC-WS WITH PROMPT UPDATE.
           MOVE "CONVPDD " TO PROGRAMA-ACE-WS
           MOVE MODO-AUTO-WS TO SEM-SENHA-ACE-WS
           PERFORM AUTENTICA-OPERADOR THRU AUTENTICA-OPERADOR-EXIT.

           DISPLAY (10, 10) "Informe o Drive dos arqs:"
           IF NOT MODO-AUTO
               ACCEPT (, ) U-DUP-WS WITH PROMPT UPDATE
               ACCEPT ESCAPE-77 FROM ESCAPE KEY
               IF ESCAPE-77 NOT = ZEROS STOP RUN.

           DISPLAY (11, 10) "Informe a Filial .......:"
           IF NOT MODO-AUTO
               ACCEPT (, ) FILIAL-DUP-WS WITH PROMPT UPDATE
               IF ESCAPE-77 NOT = ZEROS GO TO INICIO-010.
           PERFORM VARYING IDX-FIL-VL-WS FROM 1 BY 1
               UNTIL IDX-FIL-VL-WS > QTD-FILIAL-VL
               OR FILIAL-VL-WS (IDX-FIL-VL-WS) = FILIAL-DUP-WS
           END-PERFORM
           IF IDX-FIL-VL-WS > QTD-FILIAL-VL
               DISPLAY (24, 10) "FILIAL INVALIDA - VERIFIQUE O NUMERO"
               IF MODO-AUTO GO TO TERMINA-ERRO-PARM END-IF
               GO TO INICIO-010.

           ACCEPT HOJE-WS FROM DATE YYYYMMDD
           MOVE ZEROS TO DD-MM-77 ANO-INI-WS
           DISPLAY (12, 10) "Data-base (dd/mm).......:"
           DISPLAY (12, 42) "Ano (aaaa):"
           DISPLAY (13, 10) "(em branco = fim do mes anterior)"
           IF NOT MODO-AUTO
               ACCEPT (12, 36) DD-MM-77 WITH PROMPT UPDATE
               IF ESCAPE-77 NOT = ZEROS GO TO INICIO-010 END-IF
               ACCEPT (12, 54) ANO-INI-WS WITH PROMPT UPDATE
               IF ESCAPE-77 NOT = ZEROS GO TO INICIO-010.
           MOVE DD-MM-77 TO INICIAL-WS
           IF MODO-AUTO
               MOVE DIA-INI-PARM-WS TO DIA-INI-WS
               MOVE MES-INI-PARM-WS TO MES-INI-WS
               MOVE ANO-INI-PARM-WS TO ANO-INI-WS.
           IF DIA-INI-WS = ZEROS
               MOVE HOJE-WS TO DATA-BASE-WS
               SUBTRACT 1 FROM MES-BASE-WS
               IF MES-BASE-WS = ZEROS
                   MOVE 12 TO MES-BASE-WS
                   SUBTRACT 1 FROM ANO-BASE-WS
               END-IF
               MOVE MES-BASE-WS TO MES-CAL-WS
               MOVE ANO-BASE-WS TO ANO-CAL-WS
               PERFORM CALCULA-ULT-DIA
               MOVE ULT-DIA-MES-WS TO DIA-BASE-WS
           ELSE
               IF ANO-INI-WS = ZEROS
                   MOVE HOJE-WS (1:4) TO ANO-INI-WS
               END-IF
               MOVE ANO-INI-WS TO ANO-BASE-WS
               MOVE MES-INI-WS TO MES-BASE-WS
               MOVE DIA-INI-WS TO DIA-BASE-WS.
           IF MES-BASE-WS < 1 OR MES-BASE-WS > 12
               OR DIA-BASE-WS < 1 OR DIA-BASE-WS > 31
               OR DATA-BASE-WS > HOJE-WS
               DISPLAY (24, 10) "DATA-BASE INVALIDA OU FUTURA"
               IF MODO-AUTO GO TO TERMINA-ERRO-PARM END-IF
               GO TO INICIO-010.
           MOVE DATA-BASE-WS TO DATA-AMD-WS
           PERFORM EDITA-DATA
           DISPLAY (13, 10) "Data-base da provisao...:"
           DISPLAY (13, 36) DATA-ED-WS "                    ".

      *    MES JA PROVISIONADO: REFAZER SUBSTITUI A LINHA DO MES E O
      *    LOTE CONTABIL - SO COM A CONFIRMACAO DO OPERADOR
           PERFORM CARREGA-HISTORICO THRU CARREGA-HISTORICO-EXIT
           IF FORA-HIS-WS NOT = ZEROS
               DISPLAY (24, 10) "HISTORICO DA PDD CHEIO (2000)"
               IF MODO-AUTO GO TO TERMINA-ERRO-PARM END-IF
               GO TO 015-DATAS.
           PERFORM ACHA-HISTORICO
           IF IDX-ACHADO-HIS-WS NOT = ZEROS
               DISPLAY (24, 10) "MES JA PROVISIONADO PARA A FILIAL"
               IF MODO-AUTO GO TO TERMINA-ERRO-PARM END-IF
               MOVE "N" TO CONFIRMA-WS
               DISPLAY (20, 10) "Refaz a provisao do mes (S/N)?"
               ACCEPT (20, 42) CONFIRMA-WS WITH PROMPT UPDATE
               IF ESCAPE-77 NOT = ZEROS OR CONFIRMA-WS NOT = "S"
                   GO TO 015-DATAS.

           MOVE U-DUP-WS TO U-BX-WS
           MOVE FILIAL-DUP-WS TO FILIAL-BX-WS
           MOVE 0 TO QTD-INC-WS FORA-INC-WS
           PERFORM CARREGA-INCOBRAVEL THRU CARREGA-INCOBRAVEL-EXIT
               VARYING DIA-BX-WS FROM 1 BY 1
               UNTIL DIA-BX-WS > DIA-BASE-WS

           MOVE U-DUP-WS TO U-DUPX-WS
           MOVE FILIAL-DUP-WS TO FILIAL-DUPX-WS
           MOVE "N" TO FIM-DUPX-WS
           MOVE 0 TO QTD-TRAILER-DUPX-WS QTD-DET-DUPX-WS
           OPEN INPUT ARQ-DUPX
           IF ESTADO-DUPX NOT = ZEROS
               DISPLAY (24, 10) "EXTRATO CADDUP AUSENTE - RODE O"
               DISPLAY (24, 42) "CONVDUPX"
               IF MODO-AUTO GO TO TERMINA-ERRO-PARM END-IF
               GO TO 015-DATAS.

           DISPLAY (16, 10) "DUPLICATAS LIDAS:        TITULOS:"
           DISPLAY (17, 10) "INCOBRAVEIS.....:        CLIENTES:"
           MOVE 0 TO LIDOS-77 TITULOS-77 INCOBRAVEIS-77 CLIENTES-77
           MOVE 0 TO GERADOS-77
           MOVE "N" TO TRUNCADO-DUP-WS FALHOU-GRV-WS
           MOVE 0 TO SALDO-TOT-WS PROVISAO-TOT-WS
           PERFORM ZERA-FAIXA
               VARYING IDX-PDD-WS FROM 1 BY 1 UNTIL IDX-PDD-WS > 20
           PERFORM ACHA-ANTERIOR
           SORT ARQ-SRT
               ON ASCENDING KEY CPF-SRT VENC-SRT CODIGO-SRT
               INPUT  PROCEDURE IS 100-TITULOS
               OUTPUT PROCEDURE IS 200-RELATORIO
           IF LEITURA-TRUNCADA
               DISPLAY (23, 10) "LEITURA INTERROMPIDA - NADA GRAVADO"
               MOVE 8 TO RETURN-CODE
               IF MODO-AUTO GOBACK END-IF
               GO TO 015-DATAS.
           PERFORM GERA-LANCAMENTOS THRU GERA-LANCAMENTOS-FIM
           IF FALHOU-GRV
               DISPLAY (23, 10) "ERRO DE GRAVACAO - LOTE DESCARTADO"
               MOVE 8 TO RETURN-CODE
               IF MODO-AUTO GOBACK END-IF
               GO TO 015-DATAS.
           PERFORM REGISTRA-HISTORICO
           PERFORM GRAVA-HISTORICO
           DISPLAY (17, 44) CLIENTES-77
           DISPLAY (23, 10) "PROVISAO EM CONVPDD.REL - LOTE EM"
           DISPLAY (23, 44) "x:CONTABff.PDD"
           PERFORM GRAVA-LOG
           IF MODO-AUTO GOBACK.
           GO TO 015-DATAS.
      *
      *    BAIXAS COMO INCOBRAVEL (COD-OPER-LANC 5) DO DIA DIA-BX-WS
      *    DO MES DA DATA-BASE; DIA SEM ARQUIVO E PULADO
       CARREGA-INCOBRAVEL.
           MOVE DIA-BX-WS TO DIA-ARQ-BX-WS
           MOVE MES-BASE-WS TO MES-ARQ-BX-WS
           MOVE ANO2-BASE-WS TO ANO-ARQ-BX-WS
           MOVE "N" TO FIM-BX-WS
           OPEN INPUT ARQ-BX
           IF ESTADO-BX NOT = ZEROS
               GO TO CARREGA-INCOBRAVEL-EXIT.
           PERFORM LE-BAIXA THRU LE-BAIXA-EXIT UNTIL ACABOU-BX
           CLOSE ARQ-BX.
       CARREGA-INCOBRAVEL-EXIT.
           EXIT.
      *
       LE-BAIXA.
           READ ARQ-BX AT END MOVE "S" TO FIM-BX-WS END-READ
           IF ACABOU-BX GO TO LE-BAIXA-EXIT.
           IF REG-BX (1:1) = "0" AND REG-BX (2:4) = "CONV"
               GO TO LE-BAIXA-EXIT.
           IF REG-BX (1:1) = "9" AND REG-BX (22:99) = SPACES
               GO TO LE-BAIXA-EXIT.
           IF COD-OPER-BX NOT = "5"
               GO TO LE-BAIXA-EXIT.
           IF QTD-INC-WS NOT < 3000
               ADD 1 TO FORA-INC-WS
               GO TO LE-BAIXA-EXIT.
           ADD 1 TO QTD-INC-WS
           MOVE CORPO-BX TO CORPO-TAB-INC-WS (QTD-INC-WS).
       LE-BAIXA-EXIT.
           EXIT.
      *
      *    PROVISAO ANTERIOR: A DO ULTIMO MES DA FILIAL ANTES DO MES
      *    DA DATA-BASE (SEM HISTORICO = ZERO, PROVISAO INICIAL)
       ACHA-ANTERIOR.
           MOVE ZEROS TO ANTERIOR-WS ANOMES-ANT-WS IDX-ANT-HIS-WS
           PERFORM VERIFICA-ANTERIOR
               VARYING IDX-HIS-WS FROM 1 BY 1
               UNTIL IDX-HIS-WS > QTD-HIS-WS.
      *
       VERIFICA-ANTERIOR.
           IF FILIAL-TAB-HIS-WS (IDX-HIS-WS) = FILIAL-DUP-WS
               AND ANOMES-TAB-HIS-WS (IDX-HIS-WS) < ANOMES-BASE-WS
               AND ANOMES-TAB-HIS-WS (IDX-HIS-WS) > ANOMES-ANT-WS
               MOVE ANOMES-TAB-HIS-WS (IDX-HIS-WS) TO ANOMES-ANT-WS
               MOVE PROVISAO-TAB-HIS-WS (IDX-HIS-WS) TO ANTERIOR-WS
               SET IDX-ANT-HIS-WS TO IDX-HIS-WS.
      *
      *    CARREGA O HISTORICO DA PROVISAO (SEM ELE COMECA VAZIO)
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
           IF QTD-HIS-WS NOT < 2000
               ADD 1 TO FORA-HIS-WS
               GO TO LE-HISTORICO-EXIT.
           ADD 1 TO QTD-HIS-WS
           MOVE FILIAL-HIS-TX    TO FILIAL-TAB-HIS-WS    (QTD-HIS-WS)
           MOVE ANOMES-HIS-TX    TO ANOMES-TAB-HIS-WS    (QTD-HIS-WS)
           MOVE DATA-BASE-HIS-TX TO DATA-BASE-TAB-HIS-WS (QTD-HIS-WS)
           MOVE TITULOS-HIS-TX   TO TITULOS-TAB-HIS-WS   (QTD-HIS-WS)
           MOVE SALDO-HIS-TX     TO SALDO-TAB-HIS-WS     (QTD-HIS-WS)
           MOVE PROVISAO-HIS-TX  TO PROVISAO-TAB-HIS-WS  (QTD-HIS-WS)
           MOVE ANTERIOR-HIS-TX  TO ANTERIOR-TAB-HIS-WS  (QTD-HIS-WS)
           MOVE AJUSTE-HIS-TX    TO AJUSTE-TAB-HIS-WS    (QTD-HIS-WS)
           MOVE OPERADOR-HIS-TX  TO OPERADOR-TAB-HIS-WS  (QTD-HIS-WS)
           MOVE REGISTRO-HIS-TX  TO REGISTRO-TAB-HIS-WS  (QTD-HIS-WS).
       LE-HISTORICO-EXIT.
           EXIT.
      *
      *    LINHA DA FILIAL NO MES DA DATA-BASE (ZEROS = MES AINDA NAO
      *    PROVISIONADO)
       ACHA-HISTORICO.
           MOVE ZEROS TO IDX-ACHADO-HIS-WS
           PERFORM VARYING IDX-HIS-WS FROM 1 BY 1
               UNTIL IDX-HIS-WS > QTD-HIS-WS
               OR (FILIAL-TAB-HIS-WS (IDX-HIS-WS) = FILIAL-DUP-WS
               AND ANOMES-TAB-HIS-WS (IDX-HIS-WS) = ANOMES-BASE-WS)
           END-PERFORM
           IF IDX-HIS-WS NOT > QTD-HIS-WS
               SET IDX-ACHADO-HIS-WS TO IDX-HIS-WS.
      *
      *    GUARDA A PROVISAO DO MES NA TABELA (NOVA LINHA OU
      *    SUBSTITUI A DO MESMO MES)
       REGISTRA-HISTORICO.
           IF IDX-ACHADO-HIS-WS = ZEROS
               ADD 1 TO QTD-HIS-WS
               MOVE QTD-HIS-WS TO IDX-ACHADO-HIS-WS.
           MOVE IDX-ACHADO-HIS-WS TO IDX-HIS-WS
           MOVE FILIAL-DUP-WS    TO FILIAL-TAB-HIS-WS    (IDX-HIS-WS)
           MOVE ANOMES-BASE-WS   TO ANOMES-TAB-HIS-WS    (IDX-HIS-WS)
           MOVE DATA-BASE-WS     TO DATA-BASE-TAB-HIS-WS (IDX-HIS-WS)
           MOVE TITULOS-77       TO TITULOS-TAB-HIS-WS   (IDX-HIS-WS)
           MOVE SALDO-TOT-WS     TO SALDO-TAB-HIS-WS     (IDX-HIS-WS)
           MOVE PROVISAO-TOT-WS  TO PROVISAO-TAB-HIS-WS  (IDX-HIS-WS)
           MOVE ANTERIOR-WS      TO ANTERIOR-TAB-HIS-WS  (IDX-HIS-WS)
           MOVE AJUSTE-WS        TO AJUSTE-TAB-HIS-WS    (IDX-HIS-WS)
           MOVE OPERADOR-EXEC-WS TO OPERADOR-TAB-HIS-WS  (IDX-HIS-WS)
           MOVE HOJE-WS          TO REGISTRO-TAB-HIS-WS  (IDX-HIS-WS).
      *
      *    REGRAVA O HISTORICO; MES COM MAIS DE DOIS ANOS ANTES DA
      *    DATA-BASE FICA DE FORA
       GRAVA-HISTORICO.
           COMPUTE CORTE-HIS-WS = ANOMES-BASE-WS - 200
           OPEN OUTPUT ARQ-HIS
           PERFORM GRAVA-LINHA-HISTORICO
               VARYING IDX-HIS-WS FROM 1 BY 1
               UNTIL IDX-HIS-WS > QTD-HIS-WS
           CLOSE ARQ-HIS.
      *
       GRAVA-LINHA-HISTORICO.
           IF ANOMES-TAB-HIS-WS (IDX-HIS-WS) NOT < CORTE-HIS-WS
               MOVE FILIAL-TAB-HIS-WS    (IDX-HIS-WS) TO FILIAL-HIS-TX
               MOVE ANOMES-TAB-HIS-WS    (IDX-HIS-WS) TO ANOMES-HIS-TX
               MOVE DATA-BASE-TAB-HIS-WS (IDX-HIS-WS)
                   TO DATA-BASE-HIS-TX
               MOVE TITULOS-TAB-HIS-WS   (IDX-HIS-WS)
                   TO TITULOS-HIS-TX
               MOVE SALDO-TAB-HIS-WS     (IDX-HIS-WS) TO SALDO-HIS-TX
               MOVE PROVISAO-TAB-HIS-WS  (IDX-HIS-WS)
                   TO PROVISAO-HIS-TX
               MOVE ANTERIOR-TAB-HIS-WS  (IDX-HIS-WS)
                   TO ANTERIOR-HIS-TX
               MOVE AJUSTE-TAB-HIS-WS    (IDX-HIS-WS) TO AJUSTE-HIS-TX
               MOVE OPERADOR-TAB-HIS-WS  (IDX-HIS-WS)
                   TO OPERADOR-HIS-TX
               MOVE REGISTRO-TAB-HIS-WS  (IDX-HIS-WS)
                   TO REGISTRO-HIS-TX
               WRITE REGHIS-TX.
      *
      *    PAR DE LANCAMENTOS DO AJUSTE NO LOTE "x:CONTABff.PDD",
      *    GRAVADO SOB NOME TEMPORARIO E SO EFETIVADO NO FIM. SEM
      *    AJUSTE, O LOTE SAI VAZIO (SUBSTITUI UM LOTE ANTERIOR DO
      *    MES QUE TENHA SIDO REFEITO)
       GERA-LANCAMENTOS.
           MOVE U-DUP-WS TO U-CTB-WS
           MOVE FILIAL-DUP-WS TO FILIAL-CTB-WS
           MOVE ".TPD" TO EXT-CTB-WS
           OPEN OUTPUT ARQ-CTB
           IF ESTADO-CTB NOT = ZEROS
               MOVE "S" TO FALHOU-GRV-WS
               GO TO GERA-LANCAMENTOS-FIM.
           IF AJUSTE-WS NOT = ZEROS
               MOVE EVENTO-LANC-WS TO EVENTO-BUSCA-EVE-WS
               PERFORM ACHA-EVENTO
               MOVE CONTA-TAB-EVE-WS (IDX-ACHADO-EVE-WS) TO CONTA-CTB
               MOVE "D" TO DC-CTB
               PERFORM GRAVA-LANCAMENTO
               MOVE CONTRA-TAB-EVE-WS (IDX-ACHADO-EVE-WS) TO CONTA-CTB
               MOVE "C" TO DC-CTB
               PERFORM GRAVA-LANCAMENTO.
           CLOSE ARQ-CTB
           MOVE ARQCTB-WS TO NOME-TMP-WS
           MOVE ".PDD" TO EXT-CTB-WS
           MOVE ARQCTB-WS TO NOME-DEF-WS
           IF FALHOU-GRV
               CALL "CBL_DELETE_FILE" USING NOME-TMP-WS
           ELSE
               CALL "CBL_DELETE_FILE" USING NOME-DEF-WS
               CALL "CBL_RENAME_FILE" USING NOME-TMP-WS NOME-DEF-WS.
       GERA-LANCAMENTOS-FIM.
           EXIT.
      *
      *    LANCAMENTO DATADO NA DATA-BASE; O DOCUMENTO E O MES DA
      *    PROVISAO (AAAAMM) E O VALOR VAI COM DUAS DECIMAIS
       GRAVA-LANCAMENTO.
           MOVE CONTA-CTB TO CONTA-BUSCA-PLA-WS
           PERFORM ACHA-PLANO
           IF IDX-ACHADO-PLA-WS = ZEROS
               MOVE 0 TO CHEC-CTB
           ELSE
               MOVE DIGITO-TAB-PLA-WS (IDX-ACHADO-PLA-WS) TO CHEC-CTB.
           MOVE ANO2-BASE-WS TO ANO-B6-WS
           MOVE MES-BASE-WS TO MES-B6-WS
           MOVE DIA-BASE-WS TO DIA-B6-WS
           MOVE DATA-BASE6-WS TO DATA-L-CTB DATA-D-CTB
           MOVE 1 TO NUM-CTB
           MOVE 0 TO CH-CTB
           MOVE HIST-LANC-WS TO HIST-CTB
           MOVE "0" TO TIPOHIST-CTB
           MOVE ANOMES-BASE-WS TO DOCTO-CTB
           MOVE CUSTO-TAB-EVE-WS (IDX-ACHADO-EVE-WS) TO CUSTO-CTB
           MOVE FILIAL-DUP-WS TO ARQ-CTB-F
           COMPUTE VALOR-CTB = VALOR-LANC-WS / 100
           MOVE ZEROS TO SANT-CTB
           WRITE REG-CTB
           IF ESTADO-CTB NOT = ZEROS
               MOVE "S" TO FALHOU-GRV-WS.
           ADD 1 TO GERADOS-77.
      *
      *    AJUSTE DO MES: PROVISAO ATUAL MENOS A ANTERIOR. AUMENTO E
      *    CONSTITUICAO (P1), REDUCAO E REVERSAO (P2), SEMPRE PELO
      *    VALOR ABSOLUTO
       CALCULA-AJUSTE.
           COMPUTE AJUSTE-WS = PROVISAO-TOT-WS - ANTERIOR-WS
           MOVE MES-BASE-WS TO MES-MA-ED-WS
           MOVE ANO-BASE-WS TO ANO-MA-ED-WS
           IF AJUSTE-WS < ZEROS
               MOVE "P2" TO EVENTO-LANC-WS
               MOVE "REVERSAO" TO NOME-EVENTO-WS
               COMPUTE VALOR-LANC-WS = ZEROS - AJUSTE-WS
           ELSE
               MOVE "P1" TO EVENTO-LANC-WS
               MOVE "CONSTITUICAO" TO NOME-EVENTO-WS
               MOVE AJUSTE-WS TO VALOR-LANC-WS.
           MOVE SPACES TO HIST-LANC-WS
           STRING "PDD " MES-ANO-ED-WS " " NOME-EVENTO-WS
               DELIMITED BY SIZE INTO HIST-LANC-WS.
      *
      *    DATA-AMD-WS (AAAAMMDD) PARA DATA-ED-WS (DD/MM/AAAA)
       EDITA-DATA.
           MOVE DIA-AMD-WS TO DIA-DMA-WS
           MOVE MES-AMD-WS TO MES-DMA-WS
           MOVE ANO-AMD-WS TO ANO-DMA-WS
           MOVE DATA-DMA-NUM-WS TO DATA-ED-WS.
      *
      *    LEITURA DIRETA DO CLIENTE NO ARQCLI PELA CHAVE FILIAL+CPF
       BUSCA-CLIENTE.
           MOVE "(CLIENTE NAO LOCALIZADO)" TO NOME-SAC-WS
           IF NOT CLI-ABERTO
               GO TO BUSCA-CLIENTE-FIM.
           MOVE 0 TO KEY-NUM-WS
           MOVE SPACES TO CHAVE-PRIM-WS
           STRING FILIAL-DUP-WS CPF-QUEBRA-WS
               DELIMITED BY SIZE INTO CHAVE-PRIM-WS
           MOVE LER-IGUAL-WS TO B-FUNC-WS
           MOVE 09 TO ERRO-WS CAN-WS
           CALL "BTVCAL" USING DADOS-WS
           IF B-STATUS-WS NOT = ZEROS
               GO TO BUSCA-CLIENTE-FIM.
           MOVE REGISTRO-WS TO ARQCLI-REG
           IF PESSOA-JURIDICA OF TIPO-CLI
               MOVE NOMEC-CLI TO NOME-SAC-WS
           ELSE
               MOVE NOMER-CLI TO NOME-SAC-WS.
       BUSCA-CLIENTE-FIM.
           EXIT.
      *
      *    ABRE O BLOCO DO CLIENTE NO RELATORIO
       ABRE-CLIENTE.
           MOVE CPF-SRT TO CPF-QUEBRA-WS
           MOVE 0 TO QTD-CLI-WS SALDO-CLI-WS PROV-CLI-WS
           ADD 1 TO CLIENTES-77
           PERFORM BUSCA-CLIENTE THRU BUSCA-CLIENTE-FIM
           MOVE SPACES TO REG-REL
           WRITE REG-REL
           MOVE SPACES TO REG-REL
           STRING "CLIENTE " CPF-QUEBRA-WS " " NOME-SAC-WS
               DELIMITED BY SIZE INTO REG-REL
           WRITE REG-REL.
      *
      *    SUBTOTAL DO CLIENTE
       FECHA-CLIENTE.
           MOVE SPACES TO LINHA-TIT-WS
           MOVE "SUBTOTAL DO CLIENTE" TO FAIXA-LIN-WS
           COMPUTE SALDO-LIN-WS = SALDO-CLI-WS / 100
           COMPUTE PROV-LIN-WS = PROV-CLI-WS / 100
           WRITE REG-REL FROM LINHA-TIT-WS.
      *
      *    RESUMO DE UMA FAIXA DA TABELA DA PDD
       LISTA-FAIXA.
           MOVE SPACES TO LINHA-RES-WS
           MOVE DESCR-TAB-PDD-WS (IDX-PDD-WS) TO FAIXA-RES-WS
           MOVE DIAS-TAB-PDD-WS (IDX-PDD-WS) TO DIAS-RES-WS
           MOVE QTD-TAB-RES-WS (IDX-PDD-WS) TO QTD-RES-WS
           COMPUTE SALDO-RES-WS = SALDO-TAB-RES-WS (IDX-PDD-WS) / 100
           MOVE PERC-TAB-PDD-WS (IDX-PDD-WS) TO PERC-RES-WS
           COMPUTE PROV-RES-WS = PROV-TAB-RES-WS (IDX-PDD-WS) / 100
           WRITE REG-REL FROM LINHA-RES-WS.
      *
       ZERA-FAIXA.
           MOVE 0 TO QTD-TAB-RES-WS (IDX-PDD-WS)
           MOVE 0 TO SALDO-TAB-RES-WS (IDX-PDD-WS)
           MOVE 0 TO PROV-TAB-RES-WS (IDX-PDD-WS).
      *
      *    LE O EXTRATO DO CADDUP E LIBERA PARA O SORT OS TITULOS EM
      *    ABERTO NA DATA-BASE, COM A FAIXA E A PROVISAO DE CADA UM
       100-TITULOS SECTION.
       120-LE-DUP.
           PERFORM LE-DUPX THRU LE-DUPX-EXIT
           IF ACABOU-DUPX
               GO TO 180-FECHA.
           IF NOT DETALHE-DUPX
               GO TO 120-LE-DUP.
           ADD 1 TO LIDOS-77
           DISPLAY (16, 28) LIDOS-77
           IF DUP-PAGA OR SALDO-DUP NOT > ZEROS
               GO TO 120-LE-DUP.
           IF INCOBRAVEL
               ADD 1 TO INCOBRAVEIS-77
               GO TO 120-LE-DUP.
           IF QTD-INC-WS NOT = ZEROS
               PERFORM VARYING IDX-INC-WS FROM 1 BY 1
                   UNTIL IDX-INC-WS > QTD-INC-WS
                   OR CORPO-TAB-INC-WS (IDX-INC-WS) = CODIGO-DUP (1:7)
               END-PERFORM
               IF IDX-INC-WS NOT > QTD-INC-WS
                   ADD 1 TO INCOBRAVEIS-77
                   DISPLAY (17, 28) INCOBRAVEIS-77
                   GO TO 120-LE-DUP.
           MOVE DT-EMIS-DUP TO DATA6-SEC-WS
           PERFORM MONTA-DATA8-SEC
           IF DATA8-SEC-WS > DATA-BASE-WS
               GO TO 120-LE-DUP.
           MOVE DT-VENC-DUP TO DATA6-SEC-WS
           PERFORM MONTA-DATA8-SEC
           MOVE DATA8-SEC-WS TO VENC-TIT-WS
           MOVE ZEROS TO ATRASO-WS
           IF VENC-TIT-WS NOT = ZEROS
               COMPUTE ATRASO-WS =
                   ((ANO-BASE-WS - ANO-SEC8-WS) * 360)
                   + ((MES-BASE-WS - MES-SEC8-WS) * 30)
                   + (DIA-BASE-WS - DIA-SEC8-WS).
           MOVE ATRASO-WS TO ATRASO-BUSCA-PDD-WS
           PERFORM ACHA-FAIXA-PDD
           MOVE CPF-CGC-DUP TO CPF-SRT
           MOVE VENC-TIT-WS TO VENC-SRT
           MOVE CODIGO-DUP  TO CODIGO-SRT
           MOVE ATRASO-WS   TO ATRASO-SRT
           MOVE IDX-ACHADO-PDD-WS TO FAIXA-SRT
           MOVE SALDO-DUP   TO SALDO-SRT
           COMPUTE PROVISAO-SRT ROUNDED = SALDO-DUP
               * PERC-TAB-PDD-WS (IDX-ACHADO-PDD-WS) / 100
           ADD 1 TO TITULOS-77
           DISPLAY (16, 44) TITULOS-77
           RELEASE REG-SRT
           GO TO 120-LE-DUP.
       180-FECHA.
           CLOSE ARQ-DUPX
           IF QTD-DET-DUPX-WS NOT = QTD-TRAILER-DUPX-WS
               MOVE "S" TO TRUNCADO-DUP-WS.
       190-FIM.
           EXIT.
      *
      *    IMPRIME OS TITULOS POR CLIENTE, O RESUMO POR FAIXA E O
      *    CALCULO DO AJUSTE CONTRA A PROVISAO DO MES ANTERIOR
       200-RELATORIO SECTION.
       210-PREPARA.
           OPEN OUTPUT ARQ-REL
           MOVE "N" TO CLI-ABERTO-WS
           MOVE U-DUP-WS TO U-CLI-WS
           MOVE FILIAL-DUP-WS TO FILIAL-CLI-WS
           MOVE 999 TO ERRO-WS CAN-WS
           MOVE ABRE-WS TO B-FUNC-WS
           MOVE -1 TO KEY-NUM-WS
           MOVE POS-CLI-WS TO POS-WS
           MOVE ARQCLI-WS TO NOME-ARQ-WS
           MOVE TAM-CLI-WS TO TAMANHO-WS
           CALL "BTVCAL" USING DADOS-WS
           IF B-STATUS-WS NOT = ZEROS
               MOVE RESET-WS TO B-FUNC-WS
               CALL "BTVCAL" USING DADOS-WS
               DISPLAY (24, 10) "ARQCLI DA FILIAL NAO ABRE - RELATORIO"
               DISPLAY (24, 48) "SEM NOME"
           ELSE
               MOVE "S" TO CLI-ABERTO-WS.
           MOVE DATA-BASE-WS TO DATA-AMD-WS
           PERFORM EDITA-DATA
           MOVE SPACES TO REG-REL
           STRING "PROVISAO PARA DEVEDORES DUVIDOSOS - FILIAL "
               FILIAL-DUP-WS " - DATA-BASE " DATA-ED-WS
               "   OPERADOR " OPERADOR-EXEC-WS
               DELIMITED BY SIZE INTO REG-REL
           WRITE REG-REL
           MOVE SPACES TO REG-REL
           WRITE REG-REL
           WRITE REG-REL FROM CAB-TIT-WS
           MOVE "N" TO FIM-SRT-WS
           MOVE ZEROS TO CPF-QUEBRA-WS.
       220-DEVOLVE.
           RETURN ARQ-SRT
               AT END MOVE "S" TO FIM-SRT-WS
           END-RETURN
           IF ACABOU-SRT
               GO TO 280-ENCERRA.
           IF CLIENTES-77 = ZEROS OR CPF-SRT NOT = CPF-QUEBRA-WS
               IF CLIENTES-77 NOT = ZEROS
                   PERFORM FECHA-CLIENTE
               END-IF
               PERFORM ABRE-CLIENTE
               DISPLAY (17, 44) CLIENTES-77.
           MOVE SPACES TO LINHA-TIT-WS
           MOVE CORPO-SRT TO CORPO-LIN-WS
           MOVE PARC-SRT TO PARC-LIN-WS
           MOVE VENC-SRT TO DATA-AMD-WS
           PERFORM EDITA-DATA
           MOVE DATA-ED-WS TO VENC-LIN-WS
           IF VENC-SRT = ZEROS
               MOVE ZEROS TO VENC-LIN-WS.
           MOVE ATRASO-SRT TO ATRASO-LIN-WS
           MOVE DESCR-TAB-PDD-WS (FAIXA-SRT) TO FAIXA-LIN-WS
           COMPUTE SALDO-LIN-WS = SALDO-SRT / 100
           MOVE PERC-TAB-PDD-WS (FAIXA-SRT) TO PERC-LIN-WS
           COMPUTE PROV-LIN-WS = PROVISAO-SRT / 100
           WRITE REG-REL FROM LINHA-TIT-WS
           ADD 1 TO QTD-CLI-WS QTD-TAB-RES-WS (FAIXA-SRT)
           ADD SALDO-SRT TO SALDO-CLI-WS SALDO-TOT-WS
               SALDO-TAB-RES-WS (FAIXA-SRT)
           ADD PROVISAO-SRT TO PROV-CLI-WS PROVISAO-TOT-WS
               PROV-TAB-RES-WS (FAIXA-SRT)
           GO TO 220-DEVOLVE.
       280-ENCERRA.
           IF CLIENTES-77 NOT = ZEROS
               PERFORM FECHA-CLIENTE.
           IF CLI-ABERTO
               MOVE FECHA-WS TO B-FUNC-WS
               CALL "BTVCAL" USING DADOS-WS.
           MOVE SPACES TO REG-REL
           WRITE REG-REL
           MOVE ALL "=" TO REG-REL
           WRITE REG-REL
           MOVE "RESUMO POR FAIXA DE ATRASO          TITULOS"
               TO REG-REL
           MOVE "SALDO   PERC.       PROVISAO" TO REG-REL (50:28)
           WRITE REG-REL
           PERFORM LISTA-FAIXA
               VARYING IDX-PDD-WS FROM 1 BY 1
               UNTIL IDX-PDD-WS > QTD-PDD-WS
           MOVE SPACES TO LINHA-RES-WS
           MOVE "TOTAL" TO FAIXA-RES-WS
           MOVE SPACES TO LINHA-RES-WS (21:14)
           MOVE TITULOS-77 TO QTD-RES-WS
           COMPUTE SALDO-RES-WS = SALDO-TOT-WS / 100
           COMPUTE PROV-RES-WS = PROVISAO-TOT-WS / 100
           WRITE REG-REL FROM LINHA-RES-WS
           MOVE SPACES TO REG-REL
           WRITE REG-REL
           IF INCOBRAVEIS-77 NOT = ZEROS
               MOVE SPACES TO REG-REL
               STRING "TITULOS BAIXADOS COMO INCOBRAVEIS (FORA DA "
                   "PROVISAO): " INCOBRAVEIS-77
                   DELIMITED BY SIZE INTO REG-REL
               WRITE REG-REL.
           IF FORA-INC-WS NOT = ZEROS
               MOVE SPACES TO REG-REL
               STRING "AVISO: " FORA-INC-WS " BAIXA(S) INCOBRAVEL DO"
                   " MES ALEM DE 3000 NAO CONFERIDAS"
                   DELIMITED BY SIZE INTO REG-REL
               WRITE REG-REL.
           PERFORM CALCULA-AJUSTE
           COMPUTE VALOR-ED-WS = PROVISAO-TOT-WS / 100
           MOVE SPACES TO REG-REL
           STRING "PROVISAO CALCULADA NA DATA-BASE          "
               VALOR-ED-WS
               DELIMITED BY SIZE INTO REG-REL
           WRITE REG-REL
           COMPUTE VALOR-ED-WS = ANTERIOR-WS / 100
           MOVE SPACES TO REG-REL
           IF IDX-ANT-HIS-WS = ZEROS
               STRING "PROVISAO ANTERIOR (SEM HISTORICO)        "
                   VALOR-ED-WS
                   DELIMITED BY SIZE INTO REG-REL
           ELSE
               MOVE ANOMES-ANT-WS (5:2) TO MES-MA-ED-WS
               MOVE ANOMES-ANT-WS (1:4) TO ANO-MA-ED-WS
               STRING "PROVISAO ANTERIOR (" MES-ANO-ED-WS
                   ")                "
                   VALOR-ED-WS
                   DELIMITED BY SIZE INTO REG-REL.
           WRITE REG-REL
           COMPUTE VALOR-ED-WS = AJUSTE-WS / 100
           MOVE SPACES TO REG-REL
           STRING "AJUSTE DO MES                            "
               VALOR-ED-WS
               DELIMITED BY SIZE INTO REG-REL
           WRITE REG-REL
           MOVE SPACES TO REG-REL
           WRITE REG-REL
           IF LEITURA-TRUNCADA
               MOVE SPACES TO REG-REL
               STRING "AVISO: LEITURA DO EXTRATO INTERROMPIDA - "
                   "PROVISAO NAO CONTABILIZADA NEM GRAVADA"
                   DELIMITED BY SIZE INTO REG-REL
               WRITE REG-REL
               GO TO 285-FECHA.
           IF AJUSTE-WS = ZEROS
               MOVE "SEM AJUSTE NO MES - LOTE CONTABIL VAZIO"
                   TO REG-REL
               WRITE REG-REL
               GO TO 285-FECHA.
           MOVE EVENTO-LANC-WS TO EVENTO-BUSCA-EVE-WS
           PERFORM ACHA-EVENTO
           COMPUTE VALOR-ED-WS = VALOR-LANC-WS / 100
           MOVE SPACES TO REG-REL
           STRING "LANCAMENTO " EVENTO-LANC-WS " (" NOME-EVENTO-WS
               ")  D " CONTA-TAB-EVE-WS (IDX-ACHADO-EVE-WS)
               "  C " CONTRA-TAB-EVE-WS (IDX-ACHADO-EVE-WS)
               "  " VALOR-ED-WS
               DELIMITED BY SIZE INTO REG-REL
           WRITE REG-REL
           MOVE SPACES TO REG-REL
           STRING "HISTORICO: " HIST-LANC-WS
               DELIMITED BY SIZE INTO REG-REL
           WRITE REG-REL.
       285-FECHA.
           CLOSE ARQ-REL.
       290-FIM.
           EXIT.
      *
      *    GRAVA UMA LINHA NO LOG PERSISTENTE DE EXECUCOES (CONVLOG.LOG)
       GRAVA-LOG.
           MOVE "CONVPDD " TO PROGRAMA-LOG-TX
           ACCEPT DATA-EXEC-LOG-TX FROM DATE YYYYMMDD
           ACCEPT HORA-EXEC-LOG-TX FROM TIME
           MOVE OPERADOR-EXEC-WS TO OPERADOR-LOG-TX
           ACCEPT HORA-FIM-EXEC-WS FROM TIME
           PERFORM CALCULA-DURACAO
           MOVE HORA-INI6-EXEC-WS TO HORA-INI-LOG-TX
           MOVE DURACAO-EXEC-WS TO DURACAO-LOG-TX
           MOVE SPACES TO FILTRO-LOG-TX
           COMPUTE VALOR-ED-WS = AJUSTE-WS / 100
           STRING "FIL=" FILIAL-DUP-WS " BASE=" DATA-BASE-WS
               " AJ=" VALOR-ED-WS
               DELIMITED BY SIZE
               INTO FILTRO-LOG-TX
           MOVE LIDOS-77 TO LIDOS-LOG-TX
           MOVE TITULOS-77 TO GRAVADOS-LOG-TX
           MOVE GERADOS-77 TO GRAVADOS2-LOG-TX
           MOVE "CONVPDD.REL" TO NOME-REL-ARR-WS
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
           COPY DUPXPR.
      *
           COPY PDDPR.
      *
           COPY EVENTPR.
      *
           COPY PLANOPR.
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
