      *
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. CADCRED.
       AUTHOR. LUIS AUGUSTO.
      *
      *    DATA DA ALTERACAO: 10/96
      *
      *    CONSULTA DE CREDITO DO CLIENTE: PARA UMA FILIAL E UM
      *    CPF/CGC JUNTA NUMA TELA SO O QUE O BALCAO DE CREDITO
      *    PROCURAVA EM QUATRO LISTAGENS ANTES DE VENDER A PRAZO:
      *        - CADASTRO, LIMITE, SITUACAO (NEGATIVADO), MEDIA DE
      *          DIAS E MAIOR ATRASO DO EXTRATO "x:ARQCLIff.TXT"
      *          (CONVCLIE);
      *        - ENVIO AO SPC E A DATA DA INCLUSAO ("x:SPCff.EST",
      *          CONVSPC);
      *        - DUPLICATAS EM ABERTO DO EXTRATO DO CADDUP
      *          ("x:CADDUPff.EXT", CONVDUPX), COM OS DIAS DE ATRASO
      *          EM DIAS COMERCIAIS (30/360), COMO NO CONVCOMP;
      *        - ULTIMAS COMPRAS NOS ARQUIVOS DIARIOS DE NOTAS
      *          ("x:MVddmmff.Faa", CONVNOTA) DOS DIAS INFORMADOS;
      *        - RENEGOCIACOES PENDENTES ("x:RENEGff.TXT", CONVRENE):
      *          ACORDO COM DUPLICATA ORIGINAL AINDA EM ABERTO NO
      *          CADDUP OU COM PARCELA NOVA AINDA NAO DIGITADA;
      *        - BLOQUEIO DE CREDITO ("x:BLOQff.TXT", CONVBLOC).
      *    EXTRATO AUSENTE E AVISADO NA PROPRIA LINHA, SEM IMPEDIR
      *    A CONSULTA. CADA CONSULTA SAI NO CONVLOG.LOG COM O
      *    OPERADOR, A FILIAL E O CPF/CGC, PARA A AUDITORIA DE
      *    CREDITO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
           SELECT      ARQ-CLI    ASSIGN     TO   DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ESTADO-CLI.
      *
           SELECT      ARQ-EST    ASSIGN     TO   DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ESTADO-EST.
      *
           SELECT      ARQ-BLQ    ASSIGN     TO   DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ESTADO-BLQ.
      *
           SELECT      ARQ-REN    ASSIGN     TO   DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ESTADO-REN.
      *
           SELECT      ARQ-NT     ASSIGN     TO   DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ESTADO.
      *
           SELECT      ARQ-LOG    ASSIGN     TO   "CONVLOG.LOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ESTADO-LOG.
      *
           COPY DUPXSL.
      *
           COPY FILIALSL.
      *
           COPY OPERSL.
      *
       DATA DIVISION.
       FILE SECTION.
      *
      *    EXTRATO DE CLIENTES GERADO PELO CONVCLIE: SO OS CAMPOS QUE
      *    A CONSULTA USA SAO MAPEADOS, O RESTO E FILLER
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
      *    CLIENTES BLOQUEADOS (ARQ. "x:BLOQff.TXT", DO CONVBLOC)
       FD  ARQ-BLQ
           LABEL     RECORD       STANDARD
           VALUE     OF FILE-ID   ARQBLQ-WS
           DATA      RECORD       REGBLQ-TX.
       01  REGBLQ-TX.
           05  FILIAL-BLQ-TX                 PIC 9(02).
           05  CPF-BLQ-TX                    PIC 9(14).
           05  MOTIVO-BLQ-TX.
      *        POSICAO 1 = "N", 2 = "L", 3 = "A" (ESPACO = NAO)
               10  MOTIVO-N-BLQ-TX           PIC X(01).
               10  MOTIVO-L-BLQ-TX           PIC X(01).
               10  MOTIVO-A-BLQ-TX           PIC X(01).
           05  SALDO-BLQ-TX                  PIC 9(13).
           05  ATRASO-BLQ-TX                 PIC 9(05).
      *
      *    RASTRO DAS RENEGOCIACOES (ARQ. "x:RENEGff.TXT", DO
      *    CONVRENE)
       FD  ARQ-REN
           LABEL     RECORD       STANDARD
           VALUE     OF FILE-ID   ARQREN-WS
           DATA      RECORD       REGREN-TX.
       01  REGREN-TX.
           05  TIPO-REG-REN-TX               PIC X(01).
               88  ACORDO-REN                VALUE "R".
               88  ORIGINAL-REN              VALUE "O".
               88  PARCELA-NOVA-REN          VALUE "N".
           05  FILIAL-REN-TX                 PIC 9(02).
           05  CPF-REN-TX                    PIC 9(14).
           05  DATA-REN-TX                   PIC 9(08).
           05  HORA-REN-TX                   PIC 9(06).
           05  CORPO-REN-TX                  PIC 9(08).
           05  VENC-REN-TX                   PIC 9(08).
           05  VALOR-REN-TX                  PIC 9(11).
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
               88  ENTRADA-NT                VALUE 3.
           05  TIPO-FAT-NT                   PIC 9(01).
               88  A-VISTA-NT                VALUE 1.
           05  NUMERO-NT                     PIC 9(06).
           05  CPF-NT                        PIC 9(14).
           05  FILLER                        PIC X(161).
           05  IND-TIPO-NT                   PIC 9(01).
               88  RECLAMACAO-NT             VALUE 5.
           05  FILLER                        PIC X(09).
           05  TOTAL-NT                      PIC 9(11).
           05  FILLER                        PIC X(294).
      *
      *    REGISTRO DE LOG DE EXECUCAO (ARQ. "CONVLOG.LOG")
       FD  ARQ-LOG
           LABEL RECORD IS STANDARD.
           COPY LOGCONV.
      *
           COPY DUPXFD.
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
       77  ESTADO-BLQ            PIC X(02).
       77  ESTADO-REN            PIC X(02).
       77  ESTADO-LOG            PIC X(02).
       77  OPCAO-WS              PIC X(01).
       77  LIDOS-77        VALUE 0             PIC 9(07).
       77  FIM-CLI-WS                          PIC X(01).
           88  ACABOU-CLI                      VALUE "S".
       77  FIM-EST-WS                          PIC X(01).
           88  ACABOU-EST                      VALUE "S".
       77  FIM-BLQ-WS                          PIC X(01).
           88  ACABOU-BLQ                      VALUE "S".
       77  FIM-REN-WS                          PIC X(01).
           88  ACABOU-REN                      VALUE "S".
       77  FIM-NT-WS                           PIC X(01).
           88  ACABOU-NT                       VALUE "S".
      *
      *    CLIENTE CONSULTADO E DIAS DE NOTAS A PERCORRER
       77  CPF-CON-WS      VALUE ZEROS         PIC 9(14).
       77  DIAS-CMP-WS     VALUE 90            PIC 9(03).
       77  CONTA-DIAS-WS                       PIC 9(03).
      *
      *    SITUACAO DE CADA FONTE: "S" ACHOU O CLIENTE, "N" NAO
      *    ACHOU, "A" ARQUIVO AUSENTE
       77  ACHOU-CLI-WS                        PIC X(01).
           88  CLIENTE-ACHADO                  VALUE "S".
       77  ACHOU-EST-WS                        PIC X(01).
           88  NO-SPC                          VALUE "S".
       77  ACHOU-BLQ-WS                        PIC X(01).
           88  CLIENTE-BLOQUEADO               VALUE "S".
       77  SITUACAO-DUPX-WS                    PIC X(01).
           88  DUPX-AUSENTE                    VALUE "A".
           88  DUPX-INCOMPLETO                 VALUE "I".
       77  SITUACAO-REN-WS                     PIC X(01).
           88  RENEG-AUSENTE                   VALUE "A".
      *
      *    DADOS DO CLIENTE GUARDADOS NA LEITURA
       77  NOME-CON-WS                         PIC X(39).
       77  LIMITE-CON-WS                       PIC 9(07).
       77  MEDIAS-CON-WS                       PIC 9(03).
       77  ATRASO-CAD-CON-WS                   PIC 9(03).
       77  NEGATIVO-CON-WS                     PIC X(01).
           88  CONSULTA-NEGATIVO               VALUE "S".
       77  PESSOA-CON-WS                       PIC X(02).
       77  DATA-SPC-WS                         PIC 9(08).
       77  MOTIVO-BLQ-WS                       PIC X(03).
       77  SALDO-BLQ-WS                        PIC 9(13).
      *
      *    DATA DE HOJE (BASE DO ATRASO) E DATA CORRENTE DA VARREDURA
      *    DAS NOTAS
       01  HOJE-WS                             PIC 9(08).
       01  FILLER REDEFINES HOJE-WS.
           05  ANO-HOJE-WS                     PIC 9(04).
           05  MES-HOJE-WS                     PIC 9(02).
           05  DIA-HOJE-WS                     PIC 9(02).
       01  DATA-CMP-WS                         PIC 9(08).
       01  FILLER REDEFINES DATA-CMP-WS.
           05  ANO-CMP-WS                      PIC 9(04).
           05  FILLER REDEFINES ANO-CMP-WS.
               10  FILLER                      PIC 9(02).
               10  ANO2-CMP-WS                 PIC 9(02).
           05  MES-CMP-WS                      PIC 9(02).
           05  DIA-CMP-WS                      PIC 9(02).
      *
      *    CALENDARIO REAL PARA O RECUO E O AVANCO DIA A DIA
       01  DIAS-MES-VL-WS  PIC X(24) VALUE "312831303130313130313031".
       01  FILLER REDEFINES DIAS-MES-VL-WS.
           05  DIAS-MES-VL OCCURS 12 TIMES     PIC 9(02).
       77  MES-CAL-WS                          PIC 9(02).
       77  ANO-CAL-WS                          PIC 9(04).
       77  ULT-DIA-MES-WS                      PIC 9(02).
       77  QUOC-BISS-WS                        PIC 9(04).
       77  RESTO-BISS-WS                       PIC 9(04).
      *
      *    ATRASO EM DIAS COMERCIAIS (30/360)
       01  VENC-AUX-WS                         PIC 9(06).
       01  FILLER REDEFINES VENC-AUX-WS.
           05  ANO-VENC-AUX-WS                 PIC 9(02).
           05  MES-VENC-AUX-WS                 PIC 9(02).
           05  DIA-VENC-AUX-WS                 PIC 9(02).
       77  ANO-VENC4-WS                        PIC 9(04).
       77  ATRASO-WS                           PIC S9(05).
      *
      *    DUPLICATAS EM ABERTO DO CLIENTE E TOTAIS
       77  QTD-ABE-WS      VALUE 0             PIC 9(03).
       77  IDX-ABE-WS                          PIC 9(03).
       77  INICIO-ABE-WS                       PIC 9(03).
       77  DESCARTADOS-ABE-77 VALUE 0          PIC 9(05).
       77  SALDO-TOT-WS                        PIC 9(13).
       77  VENCIDO-TOT-WS                      PIC 9(13).
       77  MAIOR-ATRASO-ABE-WS                 PIC 9(05).
       77  DISPONIVEL-WS                       PIC S9(13).
       01  TAB-ABE-WS.
           05  TAB-ABE-ITEM OCCURS 200 TIMES.
               10  CODIGO-ABE-WS               PIC 9(08).
               10  EMIS-ABE-WS                 PIC 9(06).
               10  VENC-ABE-WS                 PIC 9(06).
               10  SALDO-ABE-WS                PIC 9(11).
               10  ATRASO-ABE-WS               PIC 9(05).
      *
      *    TODOS OS CODIGOS DO CLIENTE NO CADDUP (PAGOS OU NAO), PARA
      *    SABER SE A PARCELA NOVA DA RENEGOCIACAO JA FOI DIGITADA
       77  QTD-COD-WS      VALUE 0             PIC 9(03).
       77  IDX-COD-WS                          PIC 9(03).
       01  TAB-COD-WS.
           05  CODIGO-COD-WS OCCURS 500 TIMES  PIC 9(08).
      *
      *    ULTIMAS COMPRAS DO CLIENTE: AS 20 MAIS RECENTES DOS DIAS
      *    PERCORRIDOS, A MAIS NOVA NO FIM DA TABELA
       77  QTD-CMP-WS      VALUE 0             PIC 9(02).
       77  IDX-CMP-WS                          PIC 9(02).
       77  INICIO-CMP-WS                       PIC 9(02).
       77  NOTAS-CMP-77    VALUE 0             PIC 9(05).
       77  TOTAL-CMP-WS                        PIC 9(13).
       01  TAB-CMP-WS.
           05  TAB-CMP-ITEM OCCURS 20 TIMES.
               10  DATA-CMP-TAB-WS             PIC 9(08).
               10  NUMERO-CMP-TAB-WS           PIC 9(06).
               10  FORMA-CMP-TAB-WS            PIC X(01).
               10  TOTAL-CMP-TAB-WS            PIC 9(11).
      *
      *    ACORDOS DE RENEGOCIACAO DO CLIENTE (REGISTRO "R") COM AS
      *    PENDENCIAS APURADAS NOS REGISTROS "O" E "N" DO MESMO
      *    ACORDO (MESMA DATA/HORA)
       77  QTD-REN-WS      VALUE 0             PIC 9(02).
       77  IDX-REN-WS                          PIC 9(02).
       77  INICIO-REN-WS                       PIC 9(02).
       77  PENDENTES-REN-77 VALUE 0            PIC 9(03).
       01  TAB-REN-WS.
           05  TAB-REN-ITEM OCCURS 30 TIMES.
               10  DATA-REN-TAB-WS             PIC 9(08).
               10  HORA-REN-TAB-WS             PIC 9(06).
               10  CORPO-REN-TAB-WS            PIC 9(08).
               10  VALOR-REN-TAB-WS            PIC 9(11).
               10  ABERTAS-REN-TAB-WS          PIC 9(03).
               10  FALTAM-REN-TAB-WS           PIC 9(03).
      *
      *    PAINEL DE DETALHE (5 LINHAS, 18 A 22)
       77  LINHA-DET-WS                        PIC 9(02).
       77  MOSTRADAS-77                        PIC 9(02).
       77  LISTA-WS        VALUE SPACE         PIC X(01).
      *
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
       01  ARQBLQ-WS.
           05  U-BLQ-WS                        PIC X(01).
           05  FILLER VALUE ":BLOQ"            PIC X(05).
           05  FILIAL-BLQ-WS                   PIC 9(02).
           05  FILLER VALUE ".TXT"             PIC X(04).
       01  ARQREN-WS.
           05  U-REN-WS                        PIC X(01).
           05  FILLER VALUE ":RENEG"           PIC X(06).
           05  FILIAL-REN-WS                   PIC 9(02).
           05  FILLER VALUE ".TXT"             PIC X(04).
       01  ARQNT-WS.
           05  U-NT-WS                         PIC X(01).
           05  FILLER VALUE ":MV"              PIC X(03).
           05  DIA-NT-WS                       PIC 9(02).
           05  MES-NT-WS                       PIC 9(02).
           05  FILIAL-NT-WS                    PIC 9(02).
           05  FILLER VALUE ".F"               PIC X(02).
           05  ANO-NT-WS                       PIC 9(02).
      *
      *    CAMPOS EDITADOS DA TELA
       77  VALOR-TELA-WS                       PIC ZZ.ZZZ.ZZZ.ZZ9.
       77  SALDO-TELA-WS                       PIC ZZ.ZZZ.ZZZ.ZZ9-.
       77  LIMITE-TELA-WS                      PIC Z.ZZZ.ZZ9.
       77  DIAS-TELA-WS                        PIC ZZZZ9.
       77  QTD-TELA-WS                         PIC ZZZZ9.
       01  DATA-ED-WS.
           05  ANO-ED-WS                       PIC 9(04).
           05  MES-ED-WS                       PIC 9(02).
           05  DIA-ED-WS                       PIC 9(02).
       01  DATA-ED-N-WS REDEFINES DATA-ED-WS   PIC 9(08).
       01  DATA-TELA-WS.
           05  DIA-TEL-WS                      PIC 9(02).
           05  FILLER  VALUE "/"               PIC X(01).
           05  MES-TEL-WS                      PIC 9(02).
           05  FILLER  VALUE "/"               PIC X(01).
           05  ANO-TEL-WS                      PIC 9(04).
      *
       01  LINHA-DUP-WS.
           05  CODIGO-LDP-WS                   PIC 9(08).
           05  FILLER                          PIC X(03) VALUE SPACES.
           05  DIA-EMI-LDP-WS                  PIC 9(02).
           05  FILLER  VALUE "/"               PIC X(01).
           05  MES-EMI-LDP-WS                  PIC 9(02).
           05  FILLER  VALUE "/"               PIC X(01).
           05  ANO-EMI-LDP-WS                  PIC 9(02).
           05  FILLER                          PIC X(03) VALUE SPACES.
           05  DIA-VEN-LDP-WS                  PIC 9(02).
           05  FILLER  VALUE "/"               PIC X(01).
           05  MES-VEN-LDP-WS                  PIC 9(02).
           05  FILLER  VALUE "/"               PIC X(01).
           05  ANO-VEN-LDP-WS                  PIC 9(02).
           05  FILLER                          PIC X(02) VALUE SPACES.
           05  SALDO-LDP-WS                    PIC ZZ.ZZZ.ZZZ.ZZ9.
           05  FILLER                          PIC X(04) VALUE SPACES.
           05  ATRASO-LDP-WS                   PIC X(08).
       01  AUX-EMI-WS                          PIC 9(06).
       01  FILLER REDEFINES AUX-EMI-WS.
           05  ANO-EMI-AUX-WS                  PIC 9(02).
           05  MES-EMI-AUX-WS                  PIC 9(02).
           05  DIA-EMI-AUX-WS                  PIC 9(02).
      *
       01  LINHA-CMP-WS.
           05  DATA-LCP-WS                     PIC X(10).
           05  FILLER                          PIC X(03) VALUE SPACES.
           05  NUMERO-LCP-WS                   PIC 9(06).
           05  FILLER                          PIC X(03) VALUE SPACES.
           05  FORMA-LCP-WS                    PIC X(07).
           05  FILLER                          PIC X(03) VALUE SPACES.
           05  TOTAL-LCP-WS                    PIC ZZ.ZZZ.ZZZ.ZZ9.
      *
       01  LINHA-REN-WS.
           05  DATA-LRN-WS                     PIC X(10).
           05  FILLER                          PIC X(02) VALUE SPACES.
           05  CORPO-LRN-WS                    PIC 9(08).
           05  FILLER                          PIC X(02) VALUE SPACES.
           05  VALOR-LRN-WS                    PIC ZZ.ZZZ.ZZZ.ZZ9.
           05  FILLER                          PIC X(05) VALUE SPACES.
           05  ABERTAS-LRN-WS                  PIC ZZ9.
           05  FILLER                          PIC X(10) VALUE SPACES.
           05  FALTAM-LRN-WS                   PIC ZZ9.
           05  FILLER                          PIC X(03) VALUE SPACES.
           05  SITUACAO-LRN-WS                 PIC X(08).
      *
           COPY DUPXWS.
           COPY TELAWS.
      *
      *    OPERADOR DA CONSULTA, CONFERIDO NO CADASTRO DE
      *    OPERADORES (COPY OPERPR)
       77  OPERADOR-EXEC-WS VALUE "????????"   PIC X(08).
      *
           COPY OPERWS.
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
       PROCEDURE DIVISION.
      *
       INICIO-010.
           DISPLAY (1, 1) ERASE.
           DISPLAY (2, 14) "* CONSULTA DE CREDITO DO CLIENTE *"
           PERFORM CARREGA-FILIAL THRU CARREGA-FILIAL-EXIT
           DISPLAY (4, 05) "Operador................:"
           ACCEPT (, ) OPERADOR-EXEC-WS WITH PROMPT UPDATE
           MOVE "CADCRED" TO PROGRAMA-ACE-WS
           PERFORM AUTENTICA-OPERADOR THRU AUTENTICA-OPERADOR-EXIT.
       012-FILIAL.
           DISPLAY (1, 1) ERASE
           DISPLAY (2, 14) "* CONSULTA DE CREDITO DO CLIENTE *"
           DISPLAY (4, 05) "Informe o Drive dos arqs:"
           ACCEPT (, ) U-CLI-WS WITH PROMPT UPDATE
           ACCEPT ESCAPE-77 FROM ESCAPE KEY
           IF ESCAPE-77 NOT = ZEROS STOP RUN.
           DISPLAY (5, 05) "Informe a Filial .......:"
           ACCEPT (, ) FILIAL-CLI-WS WITH PROMPT UPDATE
           IF ESCAPE-77 NOT = ZEROS GO TO 012-FILIAL.
           PERFORM VARYING IDX-FIL-VL-WS FROM 1 BY 1
               UNTIL IDX-FIL-VL-WS > QTD-FILIAL-VL
               OR FILIAL-VL-WS (IDX-FIL-VL-WS) = FILIAL-CLI-WS
           END-PERFORM
           IF IDX-FIL-VL-WS > QTD-FILIAL-VL
               DISPLAY (24, 05) "FILIAL INVALIDA - VERIFIQUE O NUMERO"
               GO TO 012-FILIAL.
           DISPLAY (6, 05) "Dias de notas (compras).:"
           ACCEPT (, ) DIAS-CMP-WS WITH PROMPT UPDATE
           IF ESCAPE-77 NOT = ZEROS GO TO 012-FILIAL.
           IF DIAS-CMP-WS = ZEROS
               MOVE 90 TO DIAS-CMP-WS.
           MOVE U-CLI-WS TO U-EST-WS U-BLQ-WS U-REN-WS U-NT-WS
               U-DUPX-WS
           MOVE FILIAL-CLI-WS TO FILIAL-EST-WS FILIAL-BLQ-WS
               FILIAL-REN-WS FILIAL-NT-WS FILIAL-DUPX-WS.
      *
      *    UMA CONSULTA POR CPF/CGC; ESC VOLTA PARA A FILIAL
       015-CLIENTE.
           DISPLAY (8, 01) ERASE
           MOVE ZEROS TO CPF-CON-WS
           DISPLAY (8, 05) "CPF/CGC do cliente......:"
           ACCEPT (, ) CPF-CON-WS WITH PROMPT UPDATE
           ACCEPT ESCAPE-77 FROM ESCAPE KEY
           IF ESCAPE-77 NOT = ZEROS GO TO 012-FILIAL.
           IF CPF-CON-WS = ZEROS GO TO 015-CLIENTE.
           DISPLAY (24, 05) "CONSULTANDO...                      "
           ACCEPT HOJE-WS FROM DATE YYYYMMDD
           MOVE 0 TO LIDOS-77
           PERFORM LOCALIZA-CLIENTE THRU LOCALIZA-CLIENTE-EXIT
           PERFORM LOCALIZA-SPC THRU LOCALIZA-SPC-EXIT
           PERFORM LOCALIZA-BLOQUEIO THRU LOCALIZA-BLOQUEIO-EXIT
           PERFORM CARREGA-DUPLICATAS THRU CARREGA-DUPLICATAS-EXIT
           PERFORM CARREGA-RENEGOCIACOES
               THRU CARREGA-RENEGOCIACOES-EXIT
           PERFORM CARREGA-COMPRAS THRU CARREGA-COMPRAS-EXIT
           PERFORM GRAVA-LOG
           DISPLAY (24, 05) "                                    "
           PERFORM MOSTRA-RESUMO
           MOVE SPACE TO LISTA-WS.
      *
      *    D/C/R MOSTRAM 5 LINHAS DA LISTA; A MESMA LETRA DE NOVO
      *    AVANCA (E VOLTA AO INICIO NO FIM DA LISTA)
       020-MENU.
           MOVE SPACE TO OPCAO-WS
           DISPLAY (23, 05)
               "D=Duplicatas C=Compras R=Renegociacoes N=Nova F=Fim:"
           ACCEPT (23, 59) OPCAO-WS WITH PROMPT UPDATE
           ACCEPT ESCAPE-77 FROM ESCAPE KEY
           IF ESCAPE-77 NOT = ZEROS OR OPCAO-WS = "F"
               STOP RUN.
           IF OPCAO-WS = "N"
               GO TO 015-CLIENTE.
           IF OPCAO-WS = "D"
               PERFORM LISTA-DUPLICATAS
               GO TO 020-MENU.
           IF OPCAO-WS = "C"
               PERFORM LISTA-COMPRAS
               GO TO 020-MENU.
           IF OPCAO-WS = "R"
               PERFORM LISTA-RENEGOCIACOES
               GO TO 020-MENU.
           GO TO 020-MENU.
      *
      *    PROCURA O CLIENTE NO EXTRATO DE CLIENTES DA FILIAL
       LOCALIZA-CLIENTE.
           MOVE "N" TO ACHOU-CLI-WS
           MOVE "N" TO NEGATIVO-CON-WS
           MOVE SPACES TO NOME-CON-WS PESSOA-CON-WS
           MOVE 0 TO LIMITE-CON-WS MEDIAS-CON-WS ATRASO-CAD-CON-WS
           MOVE "N" TO FIM-CLI-WS
           OPEN INPUT ARQ-CLI
           IF ESTADO-CLI NOT = ZEROS
               MOVE "A" TO ACHOU-CLI-WS
               GO TO LOCALIZA-CLIENTE-EXIT.
           PERFORM LE-CLIENTE THRU LE-CLIENTE-EXIT
               UNTIL ACABOU-CLI OR CLIENTE-ACHADO
           CLOSE ARQ-CLI.
       LOCALIZA-CLIENTE-EXIT.
           EXIT.
      *
       LE-CLIENTE.
           READ ARQ-CLI AT END MOVE "S" TO FIM-CLI-WS END-READ
           IF ACABOU-CLI GO TO LE-CLIENTE-EXIT.
           IF REG-CLI (1:1) = "0" AND REG-CLI (2:4) = "CONV"
               GO TO LE-CLIENTE-EXIT.
           IF REG-CLI (1:1) = "9" AND REG-CLI (22:331) = SPACES
               GO TO LE-CLIENTE-EXIT.
           ADD 1 TO LIDOS-77
           IF CPF-CLI NOT = CPF-CON-WS
               GO TO LE-CLIENTE-EXIT.
           MOVE "S" TO ACHOU-CLI-WS
           IF PESSOA-JURIDICA-CLI
               MOVE NOMEC-CLI TO NOME-CON-WS
               MOVE "PJ" TO PESSOA-CON-WS
           ELSE
               MOVE NOMER-CLI TO NOME-CON-WS
               MOVE "PF" TO PESSOA-CON-WS.
           MOVE LIMITE-CRED-CLI TO LIMITE-CON-WS
           MOVE MEDIAS-DIAS-CLI TO MEDIAS-CON-WS
           MOVE MAIOR-ATRASO-CLI TO ATRASO-CAD-CON-WS
           IF CLIENTE-NEGATIVO
               MOVE "S" TO NEGATIVO-CON-WS.
       LE-CLIENTE-EXIT.
           EXIT.
      *
      *    PROCURA O CLIENTE ENTRE OS ENVIADOS AO SPC
       LOCALIZA-SPC.
           MOVE "N" TO ACHOU-EST-WS
           MOVE 0 TO DATA-SPC-WS
           MOVE "N" TO FIM-EST-WS
           OPEN INPUT ARQ-EST
           IF ESTADO-EST NOT = ZEROS
               MOVE "A" TO ACHOU-EST-WS
               GO TO LOCALIZA-SPC-EXIT.
           PERFORM LE-SPC THRU LE-SPC-EXIT
               UNTIL ACABOU-EST OR NO-SPC
           CLOSE ARQ-EST.
       LOCALIZA-SPC-EXIT.
           EXIT.
      *
       LE-SPC.
           READ ARQ-EST AT END MOVE "S" TO FIM-EST-WS END-READ
           IF ACABOU-EST GO TO LE-SPC-EXIT.
           IF CPF-EST-TX = CPF-CON-WS
               MOVE "S" TO ACHOU-EST-WS
               MOVE DATA-INCL-EST-TX TO DATA-SPC-WS.
       LE-SPC-EXIT.
           EXIT.
      *
      *    PROCURA O CLIENTE NO EXTRATO DE BLOQUEADOS DA FILIAL
       LOCALIZA-BLOQUEIO.
           MOVE "N" TO ACHOU-BLQ-WS
           MOVE SPACES TO MOTIVO-BLQ-WS
           MOVE 0 TO SALDO-BLQ-WS
           MOVE "N" TO FIM-BLQ-WS
           OPEN INPUT ARQ-BLQ
           IF ESTADO-BLQ NOT = ZEROS
               MOVE "A" TO ACHOU-BLQ-WS
               GO TO LOCALIZA-BLOQUEIO-EXIT.
           PERFORM LE-BLOQUEIO THRU LE-BLOQUEIO-EXIT
               UNTIL ACABOU-BLQ OR CLIENTE-BLOQUEADO
           CLOSE ARQ-BLQ.
       LOCALIZA-BLOQUEIO-EXIT.
           EXIT.
      *
       LE-BLOQUEIO.
           READ ARQ-BLQ AT END MOVE "S" TO FIM-BLQ-WS END-READ
           IF ACABOU-BLQ GO TO LE-BLOQUEIO-EXIT.
           IF REGBLQ-TX (1:1) = "0" AND REGBLQ-TX (2:4) = "CONV"
               GO TO LE-BLOQUEIO-EXIT.
           IF REGBLQ-TX (1:1) = "9" AND REGBLQ-TX (22:16) = SPACES
               GO TO LE-BLOQUEIO-EXIT.
           IF CPF-BLQ-TX = CPF-CON-WS
               MOVE "S" TO ACHOU-BLQ-WS
               MOVE MOTIVO-BLQ-TX TO MOTIVO-BLQ-WS
               MOVE SALDO-BLQ-TX TO SALDO-BLQ-WS.
       LE-BLOQUEIO-EXIT.
           EXIT.
      *
      *    VARRE O EXTRATO DO CADDUP GUARDANDO AS DUPLICATAS DO
      *    CLIENTE: EM ABERTO (NEM PAGA NEM INCOBRAVEL, COM SALDO)
      *    COM O ATRASO ATE HOJE, E O CODIGO DE TODAS ELAS
       CARREGA-DUPLICATAS.
           MOVE SPACE TO SITUACAO-DUPX-WS
           MOVE 0 TO QTD-ABE-WS QTD-COD-WS DESCARTADOS-ABE-77
           MOVE 0 TO SALDO-TOT-WS VENCIDO-TOT-WS MAIOR-ATRASO-ABE-WS
           MOVE "N" TO FIM-DUPX-WS
           MOVE 0 TO QTD-TRAILER-DUPX-WS QTD-DET-DUPX-WS
           OPEN INPUT ARQ-DUPX
           IF ESTADO-DUPX NOT = ZEROS
               MOVE "A" TO SITUACAO-DUPX-WS
               GO TO CARREGA-DUPLICATAS-EXIT.
           PERFORM LE-DUP THRU LE-DUP-EXIT UNTIL ACABOU-DUPX
           CLOSE ARQ-DUPX
           IF QTD-DET-DUPX-WS NOT = QTD-TRAILER-DUPX-WS
               MOVE "I" TO SITUACAO-DUPX-WS.
       CARREGA-DUPLICATAS-EXIT.
           EXIT.
      *
       LE-DUP.
           PERFORM LE-DUPX THRU LE-DUPX-EXIT
           IF ACABOU-DUPX OR NOT DETALHE-DUPX
               GO TO LE-DUP-EXIT.
           IF CPF-CGC-DUP NOT = CPF-CON-WS
               GO TO LE-DUP-EXIT.
           IF QTD-COD-WS < 500
               ADD 1 TO QTD-COD-WS
               MOVE CODIGO-DUP TO CODIGO-COD-WS (QTD-COD-WS).
           IF DUP-PAGA OR INCOBRAVEL OR SALDO-DUP = ZEROS
               GO TO LE-DUP-EXIT.
           MOVE DT-VENC-DUP TO VENC-AUX-WS
           IF ANO-VENC-AUX-WS NOT < 70
               COMPUTE ANO-VENC4-WS = 1900 + ANO-VENC-AUX-WS
           ELSE
               COMPUTE ANO-VENC4-WS = 2000 + ANO-VENC-AUX-WS.
           COMPUTE ATRASO-WS =
               ((ANO-HOJE-WS - ANO-VENC4-WS) * 360)
               + ((MES-HOJE-WS - MES-VENC-AUX-WS) * 30)
               + (DIA-HOJE-WS - DIA-VENC-AUX-WS)
           IF ATRASO-WS < ZEROS
               MOVE 0 TO ATRASO-WS.
           ADD SALDO-DUP TO SALDO-TOT-WS
           IF ATRASO-WS > ZEROS
               ADD SALDO-DUP TO VENCIDO-TOT-WS.
           IF ATRASO-WS > MAIOR-ATRASO-ABE-WS
               MOVE ATRASO-WS TO MAIOR-ATRASO-ABE-WS.
           IF QTD-ABE-WS NOT < 200
               ADD 1 TO DESCARTADOS-ABE-77
               GO TO LE-DUP-EXIT.
           ADD 1 TO QTD-ABE-WS
           MOVE CODIGO-DUP TO CODIGO-ABE-WS (QTD-ABE-WS)
           MOVE DT-EMIS-DUP TO EMIS-ABE-WS (QTD-ABE-WS)
           MOVE VENC-AUX-WS TO VENC-ABE-WS (QTD-ABE-WS)
           MOVE SALDO-DUP TO SALDO-ABE-WS (QTD-ABE-WS)
           MOVE ATRASO-WS TO ATRASO-ABE-WS (QTD-ABE-WS).
       LE-DUP-EXIT.
           EXIT.
      *
      *    LE O RASTRO DAS RENEGOCIACOES DO CLIENTE. O ACORDO FICA
      *    PENDENTE ENQUANTO ALGUMA DUPLICATA ORIGINAL CONTINUA EM
      *    ABERTO NO CADDUP OU ALGUMA PARCELA NOVA AINDA NAO FOI
      *    DIGITADA NO CONTAS A RECEBER. SEM O EXTRATO DO CADDUP NAO
      *    DA PARA APURAR: OS ACORDOS SAEM SEM SITUACAO
       CARREGA-RENEGOCIACOES.
           MOVE SPACE TO SITUACAO-REN-WS
           MOVE 0 TO QTD-REN-WS PENDENTES-REN-77
           MOVE "N" TO FIM-REN-WS
           OPEN INPUT ARQ-REN
           IF ESTADO-REN NOT = ZEROS
               MOVE "A" TO SITUACAO-REN-WS
               GO TO CARREGA-RENEGOCIACOES-EXIT.
           PERFORM LE-RENEGOCIACAO THRU LE-RENEGOCIACAO-EXIT
               UNTIL ACABOU-REN
           CLOSE ARQ-REN
           IF DUPX-AUSENTE
               GO TO CARREGA-RENEGOCIACOES-EXIT.
           PERFORM CONTA-PENDENTE
               VARYING IDX-REN-WS FROM 1 BY 1
               UNTIL IDX-REN-WS > QTD-REN-WS.
       CARREGA-RENEGOCIACOES-EXIT.
           EXIT.
      *
       LE-RENEGOCIACAO.
           READ ARQ-REN AT END MOVE "S" TO FIM-REN-WS END-READ
           IF ACABOU-REN GO TO LE-RENEGOCIACAO-EXIT.
           IF CPF-REN-TX NOT = CPF-CON-WS
               GO TO LE-RENEGOCIACAO-EXIT.
           IF ACORDO-REN
               IF QTD-REN-WS < 30
                   ADD 1 TO QTD-REN-WS
                   MOVE DATA-REN-TX TO DATA-REN-TAB-WS (QTD-REN-WS)
                   MOVE HORA-REN-TX TO HORA-REN-TAB-WS (QTD-REN-WS)
                   MOVE CORPO-REN-TX TO CORPO-REN-TAB-WS (QTD-REN-WS)
                   MOVE VALOR-REN-TX TO VALOR-REN-TAB-WS (QTD-REN-WS)
                   MOVE 0 TO ABERTAS-REN-TAB-WS (QTD-REN-WS)
                   MOVE 0 TO FALTAM-REN-TAB-WS (QTD-REN-WS)
               END-IF
               GO TO LE-RENEGOCIACAO-EXIT.
      *
      *    ORIGINAL OU PARCELA NOVA: CONTA NO ACORDO DA MESMA HORA
           PERFORM VARYING IDX-REN-WS FROM 1 BY 1
               UNTIL IDX-REN-WS > QTD-REN-WS
               OR (DATA-REN-TAB-WS (IDX-REN-WS) = DATA-REN-TX
               AND HORA-REN-TAB-WS (IDX-REN-WS) = HORA-REN-TX)
           END-PERFORM
           IF IDX-REN-WS > QTD-REN-WS
               GO TO LE-RENEGOCIACAO-EXIT.
           IF ORIGINAL-REN
               PERFORM VARYING IDX-ABE-WS FROM 1 BY 1
                   UNTIL IDX-ABE-WS > QTD-ABE-WS
                   OR CODIGO-ABE-WS (IDX-ABE-WS) = CORPO-REN-TX
               END-PERFORM
               IF IDX-ABE-WS NOT > QTD-ABE-WS
                   ADD 1 TO ABERTAS-REN-TAB-WS (IDX-REN-WS)
               END-IF
               GO TO LE-RENEGOCIACAO-EXIT.
           IF PARCELA-NOVA-REN
               PERFORM VARYING IDX-COD-WS FROM 1 BY 1
                   UNTIL IDX-COD-WS > QTD-COD-WS
                   OR CODIGO-COD-WS (IDX-COD-WS) = CORPO-REN-TX
               END-PERFORM
               IF IDX-COD-WS > QTD-COD-WS
                   ADD 1 TO FALTAM-REN-TAB-WS (IDX-REN-WS).
       LE-RENEGOCIACAO-EXIT.
           EXIT.
      *
       CONTA-PENDENTE.
           IF ABERTAS-REN-TAB-WS (IDX-REN-WS) NOT = ZEROS
           OR FALTAM-REN-TAB-WS (IDX-REN-WS) NOT = ZEROS
               ADD 1 TO PENDENTES-REN-77.
      *
      *    PERCORRE OS ARQUIVOS DIARIOS DE NOTAS DOS ULTIMOS
      *    DIAS-CMP-WS DIAS ATE HOJE, DO MAIS ANTIGO PARA O MAIS
      *    NOVO. ENTRADA E RECLAMACAO NAO SAO COMPRA
       CARREGA-COMPRAS.
           MOVE 0 TO QTD-CMP-WS NOTAS-CMP-77 TOTAL-CMP-WS
           MOVE HOJE-WS TO DATA-CMP-WS
           PERFORM RECUA-DIA DIAS-CMP-WS TIMES
           MOVE 0 TO CONTA-DIAS-WS.
       CARREGA-COMPRAS-DIA.
           IF DATA-CMP-WS > HOJE-WS
               GO TO CARREGA-COMPRAS-EXIT.
           ADD 1 TO CONTA-DIAS-WS
           DISPLAY (24, 20) CONTA-DIAS-WS
           MOVE DIA-CMP-WS TO DIA-NT-WS
           MOVE MES-CMP-WS TO MES-NT-WS
           MOVE ANO2-CMP-WS TO ANO-NT-WS
           MOVE "N" TO FIM-NT-WS
           OPEN INPUT ARQ-NT
           IF ESTADO = ZEROS
               PERFORM LE-NOTA THRU LE-NOTA-EXIT UNTIL ACABOU-NT
               CLOSE ARQ-NT.
           PERFORM AVANCA-DIA
           GO TO CARREGA-COMPRAS-DIA.
       CARREGA-COMPRAS-EXIT.
           EXIT.
      *
       LE-NOTA.
           READ ARQ-NT AT END MOVE "S" TO FIM-NT-WS END-READ
           IF ACABOU-NT GO TO LE-NOTA-EXIT.
           IF REG-NT (1:1) = "0" AND REG-NT (2:4) = "CONV"
               GO TO LE-NOTA-EXIT.
           IF REG-NT (1:1) = "9" AND REG-NT (22:479) = SPACES
               GO TO LE-NOTA-EXIT.
           IF CPF-NT NOT = CPF-CON-WS
               GO TO LE-NOTA-EXIT.
           IF ENTRADA-NT OR RECLAMACAO-NT
               GO TO LE-NOTA-EXIT.
           ADD 1 TO NOTAS-CMP-77
           ADD TOTAL-NT TO TOTAL-CMP-WS
           IF QTD-CMP-WS < 20
               ADD 1 TO QTD-CMP-WS
           ELSE
               PERFORM DESLOCA-COMPRA
                   VARYING IDX-CMP-WS FROM 1 BY 1
                   UNTIL IDX-CMP-WS > 19.
           MOVE DATA-CMP-WS TO DATA-CMP-TAB-WS (QTD-CMP-WS)
           MOVE NUMERO-NT TO NUMERO-CMP-TAB-WS (QTD-CMP-WS)
           MOVE "P" TO FORMA-CMP-TAB-WS (QTD-CMP-WS)
           IF A-VISTA-NT
               MOVE "V" TO FORMA-CMP-TAB-WS (QTD-CMP-WS).
           MOVE TOTAL-NT TO TOTAL-CMP-TAB-WS (QTD-CMP-WS).
       LE-NOTA-EXIT.
           EXIT.
      *
      *    TABELA CHEIA: A COMPRA MAIS ANTIGA SAI PELO INICIO
       DESLOCA-COMPRA.
           MOVE TAB-CMP-ITEM (IDX-CMP-WS + 1)
               TO TAB-CMP-ITEM (IDX-CMP-WS).
      *
       RECUA-DIA.
           IF DIA-CMP-WS > 1
               SUBTRACT 1 FROM DIA-CMP-WS
           ELSE
               IF MES-CMP-WS > 1
                   SUBTRACT 1 FROM MES-CMP-WS
               ELSE
                   MOVE 12 TO MES-CMP-WS
                   SUBTRACT 1 FROM ANO-CMP-WS
               END-IF
               MOVE MES-CMP-WS TO MES-CAL-WS
               MOVE ANO-CMP-WS TO ANO-CAL-WS
               PERFORM CALCULA-ULT-DIA
               MOVE ULT-DIA-MES-WS TO DIA-CMP-WS.
      *
       AVANCA-DIA.
           MOVE MES-CMP-WS TO MES-CAL-WS
           MOVE ANO-CMP-WS TO ANO-CAL-WS
           PERFORM CALCULA-ULT-DIA
           IF DIA-CMP-WS < ULT-DIA-MES-WS
               ADD 1 TO DIA-CMP-WS
           ELSE
               MOVE 1 TO DIA-CMP-WS
               IF MES-CMP-WS < 12
                   ADD 1 TO MES-CMP-WS
               ELSE
                   MOVE 1 TO MES-CMP-WS
                   ADD 1 TO ANO-CMP-WS.
      *
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
      *    QUADRO RESUMO DO CLIENTE (LINHAS 9 A 16)
       MOSTRA-RESUMO.
           DISPLAY (9, 01) ERASE
           DISPLAY (9, 05) "Cliente.................:"
           IF ACHOU-CLI-WS = "A"
               DISPLAY (9, 31) "ARQCLI.TXT AUSENTE - RODE CONVCLIE"
           ELSE
               IF NOT CLIENTE-ACHADO
                   DISPLAY (9, 31) "NAO CONSTA DO EXTRATO DE CLIENTES"
               ELSE
                   DISPLAY (9, 31) NOME-CON-WS
                   DISPLAY (9, 72) PESSOA-CON-WS.
           DISPLAY (10, 05) "Limite de credito.......:"
           MOVE LIMITE-CON-WS TO LIMITE-TELA-WS
           DISPLAY (10, 31) LIMITE-TELA-WS
           DISPLAY (10, 45) "Saldo em aberto....:"
           MOVE SALDO-TOT-WS TO VALOR-TELA-WS
           DISPLAY (10, 66) VALOR-TELA-WS
           DISPLAY (11, 05) "Disponivel..............:"
           COMPUTE DISPONIVEL-WS = LIMITE-CON-WS - SALDO-TOT-WS
           MOVE DISPONIVEL-WS TO SALDO-TELA-WS
           DISPLAY (11, 26) SALDO-TELA-WS
           DISPLAY (11, 45) "Vencido............:"
           MOVE VENCIDO-TOT-WS TO VALOR-TELA-WS
           DISPLAY (11, 66) VALOR-TELA-WS
           DISPLAY (12, 05) "Situacao no cadastro....:"
           IF CONSULTA-NEGATIVO
               DISPLAY (12, 31) "NEGATIVADO"
           ELSE
               IF CLIENTE-ACHADO
                   DISPLAY (12, 31) "NORMAL".
           DISPLAY (12, 45) "SPC................:"
           IF ACHOU-EST-WS = "A"
               DISPLAY (12, 66) "SEM SPCff.EST"
           ELSE
               IF NO-SPC
                   MOVE DATA-SPC-WS TO DATA-ED-N-WS
                   PERFORM EDITA-DATA
                   DISPLAY (12, 66) DATA-TELA-WS
               ELSE
                   DISPLAY (12, 66) "NAO ENVIADO".
           DISPLAY (13, 05) "Media de dias de pagto..:"
           MOVE MEDIAS-CON-WS TO DIAS-TELA-WS
           DISPLAY (13, 31) DIAS-TELA-WS
           DISPLAY (13, 45) "Maior atraso (cad.):"
           MOVE ATRASO-CAD-CON-WS TO DIAS-TELA-WS
           DISPLAY (13, 66) DIAS-TELA-WS
           DISPLAY (14, 05) "Atraso em aberto (dias).:"
           MOVE MAIOR-ATRASO-ABE-WS TO DIAS-TELA-WS
           DISPLAY (14, 31) DIAS-TELA-WS
           DISPLAY (14, 45) "Renegoc. pendentes.:"
           IF RENEG-AUSENTE
               DISPLAY (14, 66) "NENHUMA"
           ELSE
               IF DUPX-AUSENTE AND QTD-REN-WS NOT = ZEROS
                   DISPLAY (14, 66) "SEM CADDUP"
               ELSE
                   MOVE PENDENTES-REN-77 TO QTD-TELA-WS
                   DISPLAY (14, 66) QTD-TELA-WS.
           DISPLAY (15, 05) "Bloqueio de credito.....:"
           IF ACHOU-BLQ-WS = "A"
               DISPLAY (15, 31) "SEM BLOQff.TXT - RODE O CONVBLOC"
           ELSE
               IF NOT CLIENTE-BLOQUEADO
                   DISPLAY (15, 31) "NAO BLOQUEADO"
               ELSE
                   DISPLAY (15, 31) "BLOQUEADO:"
                   PERFORM MOSTRA-MOTIVOS.
           DISPLAY (16, 05) "Compras em      dias....:"
           DISPLAY (16, 16) DIAS-CMP-WS
           MOVE NOTAS-CMP-77 TO QTD-TELA-WS
           DISPLAY (16, 31) QTD-TELA-WS
           DISPLAY (16, 37) "NOTAS"
           DISPLAY (16, 45) "Total das compras..:"
           MOVE TOTAL-CMP-WS TO VALOR-TELA-WS
           DISPLAY (16, 66) VALOR-TELA-WS
           IF DUPX-AUSENTE
               DISPLAY (24, 05) "EXTRATO CADDUP AUSENTE - RODE O"
               DISPLAY (24, 37) "CONVDUPX"
           ELSE
               IF DUPX-INCOMPLETO
                   DISPLAY (24, 05) "EXTRATO CADDUP INCOMPLETO - SALDOS"
                   DISPLAY (24, 40) "PODEM ESTAR A MENOR".
      *
       MOSTRA-MOTIVOS.
           IF MOTIVO-BLQ-WS (1:1) = "N"
               DISPLAY (15, 42) "NEGATIVADO".
           IF MOTIVO-BLQ-WS (2:1) = "L"
               DISPLAY (15, 53) "LIMITE".
           IF MOTIVO-BLQ-WS (3:1) = "A"
               DISPLAY (15, 60) "ATRASO".
      *
      *    DUPLICATAS EM ABERTO, 5 POR VEZ
       LISTA-DUPLICATAS.
           PERFORM LIMPA-DETALHE
           DISPLAY (17, 05)
               "DUPLICATA  EMISSAO   VENCIMENTO         SALDO   ATRASO"
           IF QTD-ABE-WS = ZEROS
               DISPLAY (18, 05) "NENHUMA DUPLICATA EM ABERTO"
           ELSE
               IF LISTA-WS NOT = "D" OR INICIO-ABE-WS > QTD-ABE-WS
                   MOVE 1 TO INICIO-ABE-WS
               END-IF
               MOVE 17 TO LINHA-DET-WS
               MOVE 0 TO MOSTRADAS-77
               PERFORM MOSTRA-DUPLICATA
                   VARYING IDX-ABE-WS FROM INICIO-ABE-WS BY 1
                   UNTIL IDX-ABE-WS > QTD-ABE-WS OR MOSTRADAS-77 = 5
               MOVE IDX-ABE-WS TO INICIO-ABE-WS.
           IF DESCARTADOS-ABE-77 NOT = ZEROS
               DISPLAY (24, 05) "MAIS DE 200 EM ABERTO - SALDO TOTAL"
               DISPLAY (24, 41) "CONTA TODAS".
           MOVE "D" TO LISTA-WS.
      *
       MOSTRA-DUPLICATA.
           ADD 1 TO LINHA-DET-WS MOSTRADAS-77
           MOVE CODIGO-ABE-WS (IDX-ABE-WS) TO CODIGO-LDP-WS
           MOVE EMIS-ABE-WS (IDX-ABE-WS) TO AUX-EMI-WS
           MOVE DIA-EMI-AUX-WS TO DIA-EMI-LDP-WS
           MOVE MES-EMI-AUX-WS TO MES-EMI-LDP-WS
           MOVE ANO-EMI-AUX-WS TO ANO-EMI-LDP-WS
           MOVE VENC-ABE-WS (IDX-ABE-WS) TO AUX-EMI-WS
           MOVE DIA-EMI-AUX-WS TO DIA-VEN-LDP-WS
           MOVE MES-EMI-AUX-WS TO MES-VEN-LDP-WS
           MOVE ANO-EMI-AUX-WS TO ANO-VEN-LDP-WS
           MOVE SALDO-ABE-WS (IDX-ABE-WS) TO SALDO-LDP-WS
           IF ATRASO-ABE-WS (IDX-ABE-WS) = ZEROS
               MOVE "A VENCER" TO ATRASO-LDP-WS
           ELSE
               MOVE ATRASO-ABE-WS (IDX-ABE-WS) TO DIAS-TELA-WS
               MOVE DIAS-TELA-WS TO ATRASO-LDP-WS.
           DISPLAY (LINHA-DET-WS, 05) LINHA-DUP-WS.
      *
      *    ULTIMAS COMPRAS, DA MAIS NOVA PARA A MAIS ANTIGA
       LISTA-COMPRAS.
           PERFORM LIMPA-DETALHE
           DISPLAY (17, 05)
               "DATA          NOTA     FORMA               TOTAL"
           IF QTD-CMP-WS = ZEROS
               DISPLAY (18, 05) "NENHUMA COMPRA NOS DIAS PERCORRIDOS"
           ELSE
               IF LISTA-WS NOT = "C" OR INICIO-CMP-WS < 1
                   MOVE QTD-CMP-WS TO INICIO-CMP-WS
               END-IF
               MOVE 17 TO LINHA-DET-WS
               MOVE 0 TO MOSTRADAS-77
               PERFORM MOSTRA-COMPRA
                   VARYING IDX-CMP-WS FROM INICIO-CMP-WS BY -1
                   UNTIL IDX-CMP-WS < 1 OR MOSTRADAS-77 = 5
               MOVE IDX-CMP-WS TO INICIO-CMP-WS.
           MOVE "C" TO LISTA-WS.
      *
       MOSTRA-COMPRA.
           ADD 1 TO LINHA-DET-WS MOSTRADAS-77
           MOVE DATA-CMP-TAB-WS (IDX-CMP-WS) TO DATA-ED-N-WS
           PERFORM EDITA-DATA
           MOVE DATA-TELA-WS TO DATA-LCP-WS
           MOVE NUMERO-CMP-TAB-WS (IDX-CMP-WS) TO NUMERO-LCP-WS
           IF FORMA-CMP-TAB-WS (IDX-CMP-WS) = "V"
               MOVE "A VISTA" TO FORMA-LCP-WS
           ELSE
               MOVE "A PRAZO" TO FORMA-LCP-WS.
           MOVE TOTAL-CMP-TAB-WS (IDX-CMP-WS) TO TOTAL-LCP-WS
           DISPLAY (LINHA-DET-WS, 05) LINHA-CMP-WS.
      *
      *    ACORDOS DE RENEGOCIACAO, DO MAIS NOVO PARA O MAIS ANTIGO
       LISTA-RENEGOCIACOES.
           PERFORM LIMPA-DETALHE
           DISPLAY (17, 05)
               "ACORDO EM   CORPO NOVO          VALOR  ORIG.ABERTAS"
           DISPLAY (17, 57) "PARC.A DIGITAR"
           IF QTD-REN-WS = ZEROS
               DISPLAY (18, 05) "NENHUMA RENEGOCIACAO DO CLIENTE"
           ELSE
               IF LISTA-WS NOT = "R" OR INICIO-REN-WS < 1
                   MOVE QTD-REN-WS TO INICIO-REN-WS
               END-IF
               MOVE 17 TO LINHA-DET-WS
               MOVE 0 TO MOSTRADAS-77
               PERFORM MOSTRA-RENEGOCIACAO
                   VARYING IDX-REN-WS FROM INICIO-REN-WS BY -1
                   UNTIL IDX-REN-WS < 1 OR MOSTRADAS-77 = 5
               MOVE IDX-REN-WS TO INICIO-REN-WS.
           MOVE "R" TO LISTA-WS.
      *
       MOSTRA-RENEGOCIACAO.
           ADD 1 TO LINHA-DET-WS MOSTRADAS-77
           MOVE DATA-REN-TAB-WS (IDX-REN-WS) TO DATA-ED-N-WS
           PERFORM EDITA-DATA
           MOVE DATA-TELA-WS TO DATA-LRN-WS
           MOVE CORPO-REN-TAB-WS (IDX-REN-WS) TO CORPO-LRN-WS
           MOVE VALOR-REN-TAB-WS (IDX-REN-WS) TO VALOR-LRN-WS
           MOVE ABERTAS-REN-TAB-WS (IDX-REN-WS) TO ABERTAS-LRN-WS
           MOVE FALTAM-REN-TAB-WS (IDX-REN-WS) TO FALTAM-LRN-WS
           IF DUPX-AUSENTE
               MOVE SPACES TO SITUACAO-LRN-WS
           ELSE
               IF ABERTAS-REN-TAB-WS (IDX-REN-WS) = ZEROS
               AND FALTAM-REN-TAB-WS (IDX-REN-WS) = ZEROS
                   MOVE "CONCLUID" TO SITUACAO-LRN-WS
               ELSE
                   MOVE "PENDENTE" TO SITUACAO-LRN-WS.
           DISPLAY (LINHA-DET-WS, 05) LINHA-REN-WS.
      *
       EDITA-DATA.
           MOVE DIA-ED-WS TO DIA-TEL-WS
           MOVE MES-ED-WS TO MES-TEL-WS
           MOVE ANO-ED-WS TO ANO-TEL-WS.
      *
       LIMPA-DETALHE.
           DISPLAY (17, 01) ERASE.
      *
      *    CADA CONSULTA SAI NO LOG COM O OPERADOR, A FILIAL E O
      *    CPF/CGC: LIDOS = CLIENTES LIDOS NO EXTRATO, GRAVADOS =
      *    DUPLICATAS EM ABERTO, GRAVADOS2 = NOTAS DE COMPRA
       GRAVA-LOG.
           MOVE "CADCRED" TO PROGRAMA-LOG-TX
           ACCEPT DATA-EXEC-LOG-TX FROM DATE YYYYMMDD
           ACCEPT HORA-EXEC-LOG-TX FROM TIME
           MOVE OPERADOR-EXEC-WS TO OPERADOR-LOG-TX
           MOVE HORA-EXEC-LOG-TX TO HORA-INI-LOG-TX
           MOVE 0 TO DURACAO-LOG-TX
           MOVE SPACES TO FILTRO-LOG-TX
           STRING "CONSULTA FILIAL=" FILIAL-CLI-WS
               " CPF=" CPF-CON-WS
               DELIMITED BY SIZE
               INTO FILTRO-LOG-TX
           MOVE LIDOS-77 TO LIDOS-LOG-TX
           MOVE QTD-ABE-WS TO GRAVADOS-LOG-TX
           MOVE NOTAS-CMP-77 TO GRAVADOS2-LOG-TX
           OPEN EXTEND ARQ-LOG
           IF  ESTADO-LOG NOT = ZEROS
               OPEN OUTPUT ARQ-LOG.
           WRITE REGLOG-TX
           CLOSE ARQ-LOG.
      *
           COPY DUPXPR.
      *
           COPY FILIALPR.
      *
           COPY OPERPR.
