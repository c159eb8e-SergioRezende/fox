      *
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. CONVREDI.
       AUTHOR. LUIS AUGUSTO.
      *
      *    DATA DA ALTERACAO: 10/96
      *
      *    REDISTRIBUICAO DE CARTEIRA: QUANDO UM VENDEDOR SAI OU UM
      *    TERRITORIO E DIVIDIDO, SELECIONA NO EXTRATO DE CLIENTES
      *    (x:ARQCLIff.TXT DO CONVCLIE) OS CLIENTES DO VENDEDOR
      *    ATUAL, DE UMA REGIAO OU DE UMA FAIXA DE CEP E MOSTRA A
      *    PREVIA EM "CONVREDI.REL" COM O SALDO EM ABERTO DO CADDUP
      *    (x:CADDUPff.EXT DO CONVDUPX) E AS COMPRAS DOS ULTIMOS 12
      *    MESES (x:MVddmmff.Faa) DE CADA UM. CONFIRMADA PELO
      *    OPERADOR, A TRANSFERENCIA VAI PARA "x:REDISff.TXT" (SEMPRE
      *    EM EXTEND, COMO O RENEGff DO CONVRENE): UM REGISTRO POR
      *    CLIENTE COM O VENDEDOR ANTERIOR, O NOVO E A DATA DE
      *    VIGENCIA, VALENDO PARA O CLIENTE E PARA AS DUPLICATAS EM
      *    ABERTO DELE. A PREVIA TAMBEM LISTA OS CLIENTES DA FILIAL
      *    AINDA PRESOS A VENDEDOR INATIVO OU FORA DO ARQVEN
      *    (x:ARQVENff.TXT DO CONVVEND) - COMISSAO, LISTA DE
      *    INATIVOS E METAS CONTINUAVAM APONTANDO PARA QUEM JA SAIU.
      *
      *    DATA DA ALTERACAO: 10/96
      *
      *    CADA "CONVREDI.REL" GERADO E GUARDADO NO ARQUIVO DE
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
           SELECT      ARQ-CLI    ASSIGN     TO   DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ESTADO-CLI.
      *
           SELECT      ARQ-VEN    ASSIGN     TO   DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ESTADO-VEN.
      *
           SELECT      ARQ-NT     ASSIGN     TO   DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ESTADO.
      *
           SELECT      ARQ-RED    ASSIGN     TO   DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ESTADO-RED.
      *
           SELECT      ARQ-REL    ASSIGN     TO   "CONVREDI.REL"
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
      *    A SELECAO USA SAO MAPEADOS, O RESTO E FILLER
       FD  ARQ-CLI
           LABEL     RECORD       STANDARD
           VALUE     OF FILE-ID   ARQCLI-WS
           DATA      RECORD       REG-CLI.
       01  REG-CLI                           PIC X(352).
       01  REG-CLI-DET.
           05  TIPO-PES-CLI                  PIC 9(01).
               88  PESSOA-JURIDICA-CLI VALUE 1.
           05  FILLER                        PIC X(02).
           05  CPF-CLI                       PIC 9(14).
           05  NOMER-CLI                     PIC X(39).
           05  FILLER                        PIC X(66).
           05  CEPR-CLI                      PIC 9(05).
           05  FILLER                        PIC X(14).
           05  NOMEC-CLI                     PIC X(39).
           05  FILLER                        PIC X(66).
           05  CEPC-CLI                      PIC 9(05).
           05  FILLER                        PIC X(20).
           05  REGIAO-CLI                    PIC 9(03).
           05  FILLER                        PIC X(23).
           05  VENDEDOR-CLI                  PIC 9(03).
           05  FILLER                        PIC X(06).
           05  CEP2R-CLI                     PIC 9(03).
           05  CEP2C-CLI                     PIC 9(03).
           05  FILLER                        PIC X(40).
      *
      *    CADASTRO DE VENDEDORES GERADO PELO CONVVEND
       FD  ARQ-VEN
           LABEL     RECORD       STANDARD
           VALUE     OF FILE-ID   ARQVEN-WS
           DATA      RECORD       REG-VEN.
       01  REG-VEN                           PIC X(60).
       01  REG-VEN-DET.
           05  FILLER                        PIC X(02).
           05  COD-VEN                       PIC 9(03).
           05  NOME-VEN                      PIC X(30).
           05  FILLER                        PIC X(01).
           05  STATUS-VEN                    PIC 9(01).
           05  FILLER                        PIC X(23).
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
      *    TRANSFERENCIAS DE CARTEIRA APROVADAS (ARQ. "x:REDISff.TXT",
      *    SEMPRE EM EXTEND). O SALDO E O DA APROVACAO, SO PARA
      *    CONFERENCIA NA CARGA
       FD  ARQ-RED
           LABEL     RECORD       STANDARD
           VALUE     OF FILE-ID   ARQRED-WS
           DATA      RECORD       REGRED-TX.
       01  REGRED-TX.
           05  FILIAL-RED-TX                 PIC 9(02).
           05  CPF-RED-TX                    PIC 9(14).
           05  VEND-ANT-RED-TX               PIC 9(03).
           05  VEND-NOVO-RED-TX              PIC 9(03).
           05  VIGENCIA-RED-TX               PIC 9(08).
           05  DATA-RED-TX                   PIC 9(08).
           05  HORA-RED-TX                   PIC 9(06).
           05  OPERADOR-RED-TX               PIC X(08).
           05  CRITERIO-RED-TX               PIC X(01).
      *        "V" = VENDEDOR   "R" = REGIAO   "C" = FAIXA DE CEP
           05  SALDO-RED-TX                  PIC 9(11).
      *
       FD  ARQ-REL
           LABEL     RECORD       STANDARD
           VALUE     OF FILE-ID   "CONVREDI.REL"
           DATA      RECORD       REG-REL.
       01  REG-REL                           PIC X(120).
      *
           COPY DUPXFD.
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
           COPY FILIALFD.
      *
           COPY OPERFD.
      *
       WORKING-STORAGE SECTION.
      *
      *    OPERADOR DA EXECUCAO (REGISTRADO NO CONVLOG.LOG)
       77  OPERADOR-EXEC-WS VALUE "????????"   PIC X(08).
      *
           COPY OPERWS.
      *
       77  ESTADO                PIC X(02).
       77  ESTADO-CLI            PIC X(02).
       77  ESTADO-VEN            PIC X(02).
       77  ESTADO-RED            PIC X(02).
       77  ESTADO-REL            PIC X(02).
       77  ESTADO-LOG            PIC X(02).
       77  LIDOS-77        VALUE 0             PIC 9(07).
       77  NOTAS-77        VALUE 0             PIC 9(07).
       77  GRAVADOS-77     VALUE 0             PIC 9(05).
       77  INTERVALO-TELA-WS  VALUE 100         PIC 9(05).
       77  CONTA-TELA-WS      VALUE 1           PIC 9(05).
       77  FIM-CLI-WS                          PIC X(01).
           88  ACABOU-CLI                      VALUE "S".
       77  FIM-VEN-WS                          PIC X(01).
           88  ACABOU-VEN                      VALUE "S".
       77  FIM-NT-WS                           PIC X(01).
           88  ACABOU-NT                       VALUE "S".
      *    LIGA QUANDO O EXTRATO DO CADDUP FALTOU OU NAO BATEU COM O
      *    TRAILER: A PREVIA SAI AVISANDO QUE O SALDO E INCOMPLETO
       77  TRUNCADO-DUP-WS VALUE "N"           PIC X(01).
           88  SALDO-INCOMPLETO                VALUE "S".
      *
      *    CRITERIO DA SELECAO E DESTINO DA CARTEIRA
       77  CRITERIO-WS     VALUE SPACE         PIC X(01).
           88  POR-VENDEDOR                    VALUE "V".
           88  POR-REGIAO                      VALUE "R".
           88  POR-CEP                         VALUE "C".
           88  CRITERIO-VALIDO                 VALUE "V" "R" "C".
       77  VEND-ATUAL-WS   VALUE ZEROS         PIC 9(03).
       77  REGIAO-SEL-WS   VALUE ZEROS         PIC 9(03).
       77  CEP-INI-WS      VALUE ZEROS         PIC 9(08).
       77  CEP-FIM-WS      VALUE ZEROS         PIC 9(08).
       77  VEND-NOVO-WS    VALUE ZEROS         PIC 9(03).
       77  NOME-NOVO-WS                        PIC X(30).
       77  CONFIRMA-WS                         PIC X(01).
       01  VIGENCIA-WS     VALUE ZEROS         PIC 9(08).
       01  FILLER REDEFINES VIGENCIA-WS.
           05  DIA-VIG-WS                      PIC 9(02).
           05  MES-VIG-WS                      PIC 9(02).
           05  ANO-VIG-WS                      PIC 9(04).
       01  VIG-AMD-WS.
           05  ANO-VIG-AMD-WS                  PIC 9(04).
           05  MES-VIG-AMD-WS                  PIC 9(02).
           05  DIA-VIG-AMD-WS                  PIC 9(02).
      *
      *    CLIENTE CORRENTE DO EXTRATO
       77  CEP-CLI-WS                          PIC 9(08).
       77  NOME-CLI-WS                         PIC X(30).
       77  SIT-VEN-WS                          PIC X(01).
      *
      *    VENDEDORES DA FILIAL (DO x:ARQVENff.TXT): SITUACAO 0 = ATIVO
       77  QTD-VEN-WS      VALUE 0             PIC 9(03).
       01  TAB-VEN-WS.
           05  TAB-VEN-ITEM OCCURS 300 TIMES INDEXED BY IDX-VEN-WS.
               10  COD-TAB-VEN-WS              PIC 9(03).
               10  NOME-TAB-VEN-WS             PIC X(30).
               10  STATUS-TAB-VEN-WS           PIC 9(01).
                   88  VEN-ATIVO               VALUE 0.
      *
      *    CLIENTES SELECIONADOS PARA A TRANSFERENCIA, COM O SALDO
      *    EM ABERTO E AS COMPRAS DOS ULTIMOS 12 MESES
       77  QTD-SEL-WS      VALUE 0             PIC 9(04).
       77  IDX-SEL-WS                          PIC 9(04).
       77  FORA-SEL-77     VALUE 0             PIC 9(05).
       01  TAB-SEL-WS.
           05  TAB-SEL-ITEM OCCURS 2000 TIMES.
               10  CPF-SEL-WS                  PIC 9(14).
               10  NOME-SEL-WS                 PIC X(30).
               10  VEND-SEL-WS                 PIC 9(03).
               10  SALDO-SEL-WS                PIC 9(11).
               10  DUPS-SEL-WS                 PIC 9(04).
               10  COMPRAS-SEL-WS              PIC 9(13).
      *
      *    CLIENTES PRESOS A VENDEDOR INATIVO ("I") OU QUE NAO ESTA
      *    NO ARQVEN ("N")
       77  QTD-INA-WS      VALUE 0             PIC 9(04).
       77  IDX-INA-WS                          PIC 9(04).
       77  FORA-INA-77     VALUE 0             PIC 9(05).
       01  TAB-INA-WS.
           05  TAB-INA-ITEM OCCURS 2000 TIMES.
               10  CPF-INA-WS                  PIC 9(14).
               10  NOME-INA-WS                 PIC X(30).
               10  VEND-INA-WS                 PIC 9(03).
               10  SIT-INA-WS                  PIC X(01).
      *
      *    TOTAIS DA PREVIA
       77  TOTAL-SALDO-WS                      PIC 9(13).
       77  TOTAL-DUPS-WS                       PIC 9(06).
       77  TOTAL-COMPRAS-WS                    PIC 9(15).
       77  SALDO-ED-WS                         PIC Z.ZZZ.ZZZ.ZZZ.ZZ9.
       77  COMPRAS-ED-WS                       PIC ZZZ.ZZZ.ZZZ.ZZZ.ZZ9.
      *
      *    DATA DO DIA E FAIXA DOS ULTIMOS 12 MESES (DIA A DIA, ATE
      *    HOJE)
       01  HOJE-WS.
           05  ANO-HOJE-WS                     PIC 9(04).
           05  MES-HOJE-WS                     PIC 9(02).
           05  DIA-HOJE-WS                     PIC 9(02).
       01  INICIAL-WS                          PIC 9(04).
       01  FILLER REDEFINES INICIAL-WS.
           05  DIA-INI-WS                      PIC 9(02).
           05  MES-INI-WS                      PIC 9(02).
       01  ANO-INI-WS      VALUE ZEROS         PIC 9(04).
       01  FILLER REDEFINES ANO-INI-WS.
           05  FILLER                          PIC 9(02).
           05  ANO2-INI-WS                     PIC 9(02).
       01  MESDIA-INI-WS.
           05  ANO-CORTE-INI-WS                PIC 9(04).
           05  MES-CORTE-INI-WS                PIC 9(02).
           05  DIA-CORTE-INI-WS                PIC 9(02).
       01  INICIO-FAIXA-WS.
           05  ANO-FAIXA-WS                    PIC 9(04).
           05  MES-FAIXA-WS                    PIC 9(02).
           05  DIA-FAIXA-WS                    PIC 9(02).
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
      *    DATA/HORA DA APROVACAO (COMUNS A TODOS OS REGISTROS)
       77  DATA-APROV-WS                       PIC 9(08).
       01  HORA-APROV-WS.
           05  HHMMSS-APROV-WS                 PIC 9(06).
           05  FILLER                          PIC 9(02).
      *
           COPY DUPXWS.
           COPY TELAWS.
           COPY DURAWS.
           COPY FILIALVL.
      *
      * --->> "REGDUP.COB" (PREENCHIDO PELO MOVE-EXT-DUP DO DUPXPR)
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
      *    NOMES DOS ARQUIVOS
       01  ARQCLI-WS.
           05  U-CLI-WS                        PIC X(01).
           05  FILLER VALUE ":ARQCLI"          PIC X(07).
           05  FILIAL-CLI-WS                   PIC 9(02).
           05  FILLER VALUE ".TXT"             PIC X(04).
       01  ARQVEN-WS.
           05  U-VEN-WS                        PIC X(01).
           05  FILLER VALUE ":ARQVEN"          PIC X(07).
           05  FILIAL-VEN-WS                   PIC 9(02).
           05  FILLER VALUE ".TXT"             PIC X(04).
       01  ARQNT-WS.
           05  U-NT-WS                         PIC X(01).
           05  FILLER VALUE ":MV"              PIC X(03).
           05  DATA-NT-WS                      PIC 9(04).
           05  FILIAL-NT-WS                    PIC 9(02).
           05  FILLER VALUE ".F"               PIC X(02).
           05  ANO-NT-WS                       PIC 9(02).
       01  ARQRED-WS.
           05  U-RED-WS                        PIC X(01).
           05  FILLER VALUE ":REDIS"           PIC X(06).
           05  FILIAL-RED-WS                   PIC 9(02).
           05  FILLER VALUE ".TXT"             PIC X(04).
      *
       01  LINHA-SEL-WS.
           05  CPF-LIN-WS                      PIC 9(14).
           05  FILLER                          PIC X(01) VALUE SPACE.
           05  NOME-LIN-WS                     PIC X(30).
           05  FILLER  VALUE " VEND "          PIC X(06).
           05  VEND-LIN-WS                     PIC 9(03).
           05  FILLER  VALUE " ABERTO "        PIC X(08).
           05  SALDO-LIN-WS                    PIC ZZ.ZZZ.ZZZ.ZZ9.
           05  FILLER  VALUE " DUPS "          PIC X(06).
           05  DUPS-LIN-WS                     PIC Z.ZZ9.
           05  FILLER  VALUE " COMPRAS 12M "   PIC X(13).
           05  COMPRAS-LIN-WS                  PIC Z.ZZZ.ZZZ.ZZZ.ZZ9.
      *
       01  LINHA-INA-WS.
           05  CPF-INA-LIN-WS                  PIC 9(14).
           05  FILLER                          PIC X(01) VALUE SPACE.
           05  NOME-INA-LIN-WS                 PIC X(30).
           05  FILLER  VALUE " VEND "          PIC X(06).
           05  VEND-INA-LIN-WS                 PIC 9(03).
           05  FILLER                          PIC X(01) VALUE SPACE.
           05  SIT-INA-LIN-WS                  PIC X(15).
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
           DISPLAY (1, 1) ERASE
           DISPLAY (2, 16) "* REDISTRIBUICAO DE CARTEIRA *"

           PERFORM CARREGA-FILIAL THRU CARREGA-FILIAL-EXIT

           DISPLAY (3, 05) "Operador................:"
           ACCEPT (, ) OPERADOR-EXEC-WS WITH PROMPT UPDATE
           MOVE "CONVREDI" TO PROGRAMA-ACE-WS
           PERFORM AUTENTICA-OPERADOR THRU AUTENTICA-OPERADOR-EXIT

           DISPLAY (4, 05) "Informe o Drive dos arqs:"
           ACCEPT (, ) U-RED-WS WITH PROMPT UPDATE
           ACCEPT ESCAPE-77 FROM ESCAPE KEY
           IF ESCAPE-77 NOT = ZEROS STOP RUN.

           DISPLAY (5, 05) "Informe a Filial .......:"
           ACCEPT (, ) FILIAL-RED-WS WITH PROMPT UPDATE
           IF ESCAPE-77 NOT = ZEROS GO TO 015-DATAS.
           PERFORM VARYING IDX-FIL-VL-WS FROM 1 BY 1
               UNTIL IDX-FIL-VL-WS > QTD-FILIAL-VL
               OR FILIAL-VL-WS (IDX-FIL-VL-WS) = FILIAL-RED-WS
           END-PERFORM
           IF IDX-FIL-VL-WS > QTD-FILIAL-VL
               DISPLAY (24, 05) "FILIAL INVALIDA - VERIFIQUE O NUMERO"
               GO TO 015-DATAS.

           PERFORM CARREGA-VENDEDORES THRU CARREGA-VENDEDORES-EXIT
           IF QTD-VEN-WS = ZEROS
               DISPLAY (24, 05) "ARQVEN .TXT AUSENTE - RODE O CONVVEND"
               GO TO 015-DATAS.

           DISPLAY (6, 05) "Selecao por (V/R/C).....:"
           DISPLAY (6, 34) "V=VENDEDOR R=REGIAO C=FAIXA DE CEP"
           ACCEPT (6, 31) CRITERIO-WS WITH PROMPT UPDATE
           IF ESCAPE-77 NOT = ZEROS GO TO 015-DATAS.
           IF NOT CRITERIO-VALIDO
               DISPLAY (24, 05) "CRITERIO INVALIDO - USE V, R OU C"
               GO TO 015-DATAS.

           IF POR-VENDEDOR
               DISPLAY (7, 05) "Vendedor atual..........:"
               ACCEPT (, ) VEND-ATUAL-WS WITH PROMPT UPDATE
               IF ESCAPE-77 NOT = ZEROS GO TO 015-DATAS.
           IF POR-REGIAO
               DISPLAY (7, 05) "Regiao..................:"
               ACCEPT (, ) REGIAO-SEL-WS WITH PROMPT UPDATE
               IF ESCAPE-77 NOT = ZEROS GO TO 015-DATAS.
           IF POR-CEP
               DISPLAY (7, 05) "CEP inicial.............:"
               ACCEPT (, ) CEP-INI-WS WITH PROMPT UPDATE
               IF ESCAPE-77 NOT = ZEROS GO TO 015-DATAS.
           IF POR-CEP
               DISPLAY (8, 05) "CEP final...............:"
               ACCEPT (, ) CEP-FIM-WS WITH PROMPT UPDATE
               IF ESCAPE-77 NOT = ZEROS GO TO 015-DATAS.
           IF POR-CEP AND CEP-FIM-WS = ZEROS
               MOVE CEP-INI-WS TO CEP-FIM-WS.
           IF POR-CEP AND CEP-FIM-WS < CEP-INI-WS
               DISPLAY (24, 05) "FAIXA DE CEP INVALIDA"
               GO TO 015-DATAS.

           DISPLAY (9, 05) "Novo vendedor...........:"
           ACCEPT (, ) VEND-NOVO-WS WITH PROMPT UPDATE
           IF ESCAPE-77 NOT = ZEROS GO TO 015-DATAS.
           PERFORM VARYING IDX-VEN-WS FROM 1 BY 1
               UNTIL IDX-VEN-WS > QTD-VEN-WS
               OR COD-TAB-VEN-WS (IDX-VEN-WS) = VEND-NOVO-WS
           END-PERFORM
           IF IDX-VEN-WS > QTD-VEN-WS
               DISPLAY (24, 05) "NOVO VENDEDOR NAO ESTA NO ARQVEN"
               GO TO 015-DATAS.
           IF NOT VEN-ATIVO (IDX-VEN-WS)
               DISPLAY (24, 05) "NOVO VENDEDOR ESTA INATIVO NO ARQVEN"
               GO TO 015-DATAS.
           IF POR-VENDEDOR AND VEND-NOVO-WS = VEND-ATUAL-WS
               DISPLAY (24, 05) "NOVO VENDEDOR IGUAL AO ATUAL"
               GO TO 015-DATAS.
           MOVE NOME-TAB-VEN-WS (IDX-VEN-WS) TO NOME-NOVO-WS
           DISPLAY (9, 40) NOME-NOVO-WS

           DISPLAY (10, 05) "Vigencia (ddmmaaaa).....:"
           ACCEPT (, ) VIGENCIA-WS WITH PROMPT UPDATE
           IF ESCAPE-77 NOT = ZEROS GO TO 015-DATAS.
           IF DIA-VIG-WS = ZEROS OR DIA-VIG-WS > 31
               OR MES-VIG-WS = ZEROS OR MES-VIG-WS > 12
               OR ANO-VIG-WS = ZEROS
               DISPLAY (24, 05) "DATA DE VIGENCIA INVALIDA"
               GO TO 015-DATAS.
           MOVE ANO-VIG-WS TO ANO-VIG-AMD-WS
           MOVE MES-VIG-WS TO MES-VIG-AMD-WS
           MOVE DIA-VIG-WS TO DIA-VIG-AMD-WS

           DISPLAY (12, 05) "CLIENTES:"
           DISPLAY (12, 24) "SELECIONADOS:"
           DISPLAY (12, 44) "VEND. INATIVO:"
           DISPLAY (13, 05) "NOTAS LIDAS:"
           MOVE 0 TO LIDOS-77 NOTAS-77 GRAVADOS-77
           MOVE 0 TO QTD-SEL-WS FORA-SEL-77 QTD-INA-WS FORA-INA-77
           MOVE "N" TO TRUNCADO-DUP-WS
           ACCEPT HOJE-WS FROM DATE YYYYMMDD

           PERFORM SELECIONA-CLIENTES THRU SELECIONA-CLIENTES-EXIT
           IF ESTADO-CLI NOT = ZEROS
               DISPLAY (24, 05) "ARQCLI .TXT AUSENTE - RODE O CONVCLIE"
               GO TO 015-DATAS.
           PERFORM ACUMULA-SALDOS THRU ACUMULA-SALDOS-EXIT
           PERFORM ACUMULA-COMPRAS THRU ACUMULA-COMPRAS-EXIT
           PERFORM REPINTA-TELA
           PERFORM IMPRIME-PREVIA

           MOVE TOTAL-SALDO-WS TO SALDO-ED-WS
           MOVE TOTAL-COMPRAS-WS TO COMPRAS-ED-WS
           DISPLAY (15, 05) "SALDO EM ABERTO.........:"
           DISPLAY (15, 31) SALDO-ED-WS
           DISPLAY (16, 05) "COMPRAS 12 MESES........:"
           DISPLAY (16, 31) COMPRAS-ED-WS
           DISPLAY (17, 05) "PREVIA GRAVADA EM CONVREDI.REL"
           IF QTD-SEL-WS = ZEROS
               DISPLAY (24, 05) "NENHUM CLIENTE NA SELECAO"
               PERFORM GRAVA-LOG
               GO TO 015-DATAS.
           IF FORA-SEL-77 NOT = ZEROS
               DISPLAY (24, 05) "MAIS DE 2000 CLIENTES - REFINE A"
               DISPLAY (24, 38) "SELECAO"
               PERFORM GRAVA-LOG
               GO TO 015-DATAS.

           MOVE "N" TO CONFIRMA-WS
           DISPLAY (20, 05) "Confirma a transferencia (S/N)?"
           ACCEPT (20, 38) CONFIRMA-WS WITH PROMPT UPDATE
           IF ESCAPE-77 NOT = ZEROS OR CONFIRMA-WS NOT = "S"
               DISPLAY (24, 05) "TRANSFERENCIA NAO APROVADA"
               PERFORM GRAVA-LOG
               GO TO 015-DATAS.

           PERFORM GRAVA-TRANSFERENCIA
           DISPLAY (24, 05) "TRANSFERENCIA GRAVADA EM REDIS .TXT"
           PERFORM GRAVA-LOG
           GO TO 015-DATAS.
      *
      *    CARREGA O CADASTRO DE VENDEDORES DA FILIAL COM A SITUACAO
       CARREGA-VENDEDORES.
           MOVE 0 TO QTD-VEN-WS
           MOVE U-RED-WS TO U-VEN-WS
           MOVE FILIAL-RED-WS TO FILIAL-VEN-WS
           MOVE "N" TO FIM-VEN-WS
           OPEN INPUT ARQ-VEN
           IF ESTADO-VEN NOT = ZEROS
               GO TO CARREGA-VENDEDORES-EXIT.
           PERFORM LE-VEN THRU LE-VEN-EXIT UNTIL ACABOU-VEN
           CLOSE ARQ-VEN.
       CARREGA-VENDEDORES-EXIT.
           EXIT.
      *
       LE-VEN.
           READ ARQ-VEN AT END MOVE "S" TO FIM-VEN-WS END-READ
           IF ACABOU-VEN GO TO LE-VEN-EXIT.
           IF REG-VEN (1:1) = "0" AND REG-VEN (2:4) = "CONV"
               GO TO LE-VEN-EXIT.
           IF REG-VEN (1:1) = "9" AND REG-VEN (22:39) = SPACES
               GO TO LE-VEN-EXIT.
           IF QTD-VEN-WS < 300
               ADD 1 TO QTD-VEN-WS
               MOVE COD-VEN    TO COD-TAB-VEN-WS    (QTD-VEN-WS)
               MOVE NOME-VEN   TO NOME-TAB-VEN-WS   (QTD-VEN-WS)
               MOVE STATUS-VEN TO STATUS-TAB-VEN-WS (QTD-VEN-WS).
       LE-VEN-EXIT.
           EXIT.
      *
      *    VARRE O EXTRATO DE CLIENTES: GUARDA OS DA SELECAO E OS
      *    PRESOS A VENDEDOR INATIVO
       SELECIONA-CLIENTES.
           MOVE U-RED-WS TO U-CLI-WS
           MOVE FILIAL-RED-WS TO FILIAL-CLI-WS
           MOVE "N" TO FIM-CLI-WS
           OPEN INPUT ARQ-CLI
           IF ESTADO-CLI NOT = ZEROS
               GO TO SELECIONA-CLIENTES-EXIT.
           PERFORM LE-CLIENTE THRU LE-CLIENTE-EXIT UNTIL ACABOU-CLI
           CLOSE ARQ-CLI.
       SELECIONA-CLIENTES-EXIT.
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
           PERFORM MOSTRA-PROGRESSO
           IF PESSOA-JURIDICA-CLI
               MOVE NOMEC-CLI TO NOME-CLI-WS
               COMPUTE CEP-CLI-WS = CEPC-CLI * 1000 + CEP2C-CLI
           ELSE
               MOVE NOMER-CLI TO NOME-CLI-WS
               COMPUTE CEP-CLI-WS = CEPR-CLI * 1000 + CEP2R-CLI.
      *
      *    VENDEDOR ZERO E CLIENTE SEM VENDEDOR, NAO ENTRA NO AVISO
           IF VENDEDOR-CLI NOT = ZEROS
               PERFORM CONFERE-VENDEDOR THRU CONFERE-VENDEDOR-EXIT.
      *
           IF VENDEDOR-CLI = VEND-NOVO-WS
               GO TO LE-CLIENTE-EXIT.
           IF POR-VENDEDOR AND VENDEDOR-CLI NOT = VEND-ATUAL-WS
               GO TO LE-CLIENTE-EXIT.
           IF POR-REGIAO AND REGIAO-CLI NOT = REGIAO-SEL-WS
               GO TO LE-CLIENTE-EXIT.
           IF POR-CEP
               IF CEP-CLI-WS < CEP-INI-WS OR CEP-CLI-WS > CEP-FIM-WS
                   GO TO LE-CLIENTE-EXIT.
           IF QTD-SEL-WS NOT < 2000
               ADD 1 TO FORA-SEL-77
               GO TO LE-CLIENTE-EXIT.
           ADD 1 TO QTD-SEL-WS
           MOVE CPF-CLI      TO CPF-SEL-WS     (QTD-SEL-WS)
           MOVE NOME-CLI-WS  TO NOME-SEL-WS    (QTD-SEL-WS)
           MOVE VENDEDOR-CLI TO VEND-SEL-WS    (QTD-SEL-WS)
           MOVE 0 TO SALDO-SEL-WS (QTD-SEL-WS) DUPS-SEL-WS (QTD-SEL-WS)
           MOVE 0 TO COMPRAS-SEL-WS (QTD-SEL-WS).
       LE-CLIENTE-EXIT.
           EXIT.
      *
      *    CLIENTE COM VENDEDOR INATIVO OU FORA DO ARQVEN VAI PARA A
      *    LISTA DE AVISO
       CONFERE-VENDEDOR.
           PERFORM VARYING IDX-VEN-WS FROM 1 BY 1
               UNTIL IDX-VEN-WS > QTD-VEN-WS
               OR COD-TAB-VEN-WS (IDX-VEN-WS) = VENDEDOR-CLI
           END-PERFORM
           MOVE SPACE TO SIT-VEN-WS
           IF IDX-VEN-WS > QTD-VEN-WS
               MOVE "N" TO SIT-VEN-WS
           ELSE
               IF NOT VEN-ATIVO (IDX-VEN-WS)
                   MOVE "I" TO SIT-VEN-WS.
           IF SIT-VEN-WS = SPACE
               GO TO CONFERE-VENDEDOR-EXIT.
           IF QTD-INA-WS NOT < 2000
               ADD 1 TO FORA-INA-77
               GO TO CONFERE-VENDEDOR-EXIT.
           ADD 1 TO QTD-INA-WS
           MOVE CPF-CLI      TO CPF-INA-WS  (QTD-INA-WS)
           MOVE NOME-CLI-WS  TO NOME-INA-WS (QTD-INA-WS)
           MOVE VENDEDOR-CLI TO VEND-INA-WS (QTD-INA-WS)
           MOVE SIT-VEN-WS   TO SIT-INA-WS  (QTD-INA-WS).
       CONFERE-VENDEDOR-EXIT.
           EXIT.
      *
      *    SALDO EM ABERTO DOS SELECIONADOS, DO EXTRATO DO CADDUP
      *    (DUPLICATA PAGA OU INCOBRAVEL NAO CONTA, COMO NO CONVLIMI)
       ACUMULA-SALDOS.
           MOVE U-RED-WS TO U-DUPX-WS
           MOVE FILIAL-RED-WS TO FILIAL-DUPX-WS
           MOVE "N" TO FIM-DUPX-WS
           MOVE 0 TO QTD-TRAILER-DUPX-WS QTD-DET-DUPX-WS
           OPEN INPUT ARQ-DUPX
           IF ESTADO-DUPX NOT = ZEROS
               MOVE "S" TO TRUNCADO-DUP-WS
               GO TO ACUMULA-SALDOS-EXIT.
           PERFORM LE-DUP THRU LE-DUP-EXIT UNTIL ACABOU-DUPX
           CLOSE ARQ-DUPX
           IF QTD-DET-DUPX-WS NOT = QTD-TRAILER-DUPX-WS
               MOVE "S" TO TRUNCADO-DUP-WS.
       ACUMULA-SALDOS-EXIT.
           EXIT.
      *
       LE-DUP.
           PERFORM LE-DUPX THRU LE-DUPX-EXIT
           IF ACABOU-DUPX OR NOT DETALHE-DUPX
               GO TO LE-DUP-EXIT.
           IF DUP-PAGA OR INCOBRAVEL OR SALDO-DUP = ZEROS
               GO TO LE-DUP-EXIT.
           PERFORM VARYING IDX-SEL-WS FROM 1 BY 1
               UNTIL IDX-SEL-WS > QTD-SEL-WS
               OR CPF-SEL-WS (IDX-SEL-WS) = CPF-CGC-DUP
           END-PERFORM
           IF IDX-SEL-WS NOT > QTD-SEL-WS
               ADD SALDO-DUP TO SALDO-SEL-WS (IDX-SEL-WS)
               ADD 1 TO DUPS-SEL-WS (IDX-SEL-WS).
       LE-DUP-EXIT.
           EXIT.
      *
      *    COMPRAS DOS SELECIONADOS NOS ULTIMOS 12 MESES: PERCORRE O
      *    MV DIA A DIA DO DIA SEGUINTE AO DE UM ANO ATRAS ATE HOJE
      *    (ENTRADA, TIPO 3, NAO CONTA, COMO NO CONVINAT)
       ACUMULA-COMPRAS.
           MOVE U-RED-WS TO U-NT-WS
           MOVE FILIAL-RED-WS TO FILIAL-NT-WS
           COMPUTE ANO-INI-WS = ANO-HOJE-WS - 1
           MOVE MES-HOJE-WS TO MES-INI-WS
           MOVE DIA-HOJE-WS TO DIA-INI-WS
           MOVE ZEROS TO INICIO-FAIXA-WS.
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
           IF MESDIA-INI-WS > HOJE-WS
               GO TO ACUMULA-COMPRAS-EXIT.
           IF INICIO-FAIXA-WS = ZEROS
               MOVE MESDIA-INI-WS TO INICIO-FAIXA-WS.
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
           ADD 1 TO NOTAS-77
           PERFORM MOSTRA-PROGRESSO
           PERFORM VARYING IDX-SEL-WS FROM 1 BY 1
               UNTIL IDX-SEL-WS > QTD-SEL-WS
               OR CPF-SEL-WS (IDX-SEL-WS) = CPF-NT
           END-PERFORM
           IF IDX-SEL-WS NOT > QTD-SEL-WS
               ADD TOTAL-NT TO COMPRAS-SEL-WS (IDX-SEL-WS).
       LE-NOTA-EXIT.
           EXIT.
      *
      *    PREVIA EM "CONVREDI.REL": A SELECAO COM SALDO E COMPRAS,
      *    OS TOTAIS E, NO FIM, OS CLIENTES COM VENDEDOR INATIVO
       IMPRIME-PREVIA.
           MOVE 0 TO TOTAL-SALDO-WS TOTAL-DUPS-WS TOTAL-COMPRAS-WS
           OPEN OUTPUT ARQ-REL
           MOVE SPACES TO REG-REL
           STRING "REDISTRIBUICAO DE CARTEIRA - FILIAL " FILIAL-RED-WS
               "  PREVIA DE " DIA-HOJE-WS "/" MES-HOJE-WS "/"
               ANO-HOJE-WS
               DELIMITED BY SIZE INTO REG-REL
           WRITE REG-REL
           MOVE SPACES TO REG-REL
           IF POR-VENDEDOR
               STRING "SELECAO: CLIENTES DO VENDEDOR " VEND-ATUAL-WS
                   DELIMITED BY SIZE INTO REG-REL.
           IF POR-REGIAO
               STRING "SELECAO: CLIENTES DA REGIAO " REGIAO-SEL-WS
                   DELIMITED BY SIZE INTO REG-REL.
           IF POR-CEP
               STRING "SELECAO: CLIENTES DO CEP " CEP-INI-WS
                   " AO " CEP-FIM-WS
                   DELIMITED BY SIZE INTO REG-REL.
           WRITE REG-REL
           MOVE SPACES TO REG-REL
           STRING "PARA O VENDEDOR " VEND-NOVO-WS " " NOME-NOVO-WS
               "  VIGENCIA " DIA-VIG-WS "/" MES-VIG-WS "/" ANO-VIG-WS
               DELIMITED BY SIZE INTO REG-REL
           WRITE REG-REL
           MOVE SPACES TO REG-REL
           STRING "COMPRAS DE " DIA-FAIXA-WS "/" MES-FAIXA-WS "/"
               ANO-FAIXA-WS " A " DIA-HOJE-WS "/" MES-HOJE-WS "/"
               ANO-HOJE-WS
               DELIMITED BY SIZE INTO REG-REL
           WRITE REG-REL
           MOVE SPACES TO REG-REL
           WRITE REG-REL
           PERFORM IMPRIME-SELECIONADO
               VARYING IDX-SEL-WS FROM 1 BY 1
               UNTIL IDX-SEL-WS > QTD-SEL-WS
           MOVE SPACES TO REG-REL
           WRITE REG-REL
           MOVE TOTAL-SALDO-WS TO SALDO-ED-WS
           MOVE TOTAL-COMPRAS-WS TO COMPRAS-ED-WS
           MOVE SPACES TO REG-REL
           STRING "TOTAL: " QTD-SEL-WS " CLIENTES  " TOTAL-DUPS-WS
               " DUPS  ABERTO " SALDO-ED-WS "  COMPRAS 12M "
               COMPRAS-ED-WS
               DELIMITED BY SIZE INTO REG-REL
           WRITE REG-REL
           IF FORA-SEL-77 NOT = ZEROS
               MOVE SPACES TO REG-REL
               STRING "SELECAO PASSA DE 2000 CLIENTES: " FORA-SEL-77
                   " FORA - REFINE O CRITERIO, NADA SERA GRAVADO"
                   DELIMITED BY SIZE INTO REG-REL
               WRITE REG-REL.
           IF SALDO-INCOMPLETO
               MOVE SPACES TO REG-REL
               STRING "AVISO: EXTRATO DO CADDUP AUSENTE OU INCOMPLETO"
                   " - RODE O CONVDUPX"
                   DELIMITED BY SIZE INTO REG-REL
               WRITE REG-REL.
           MOVE SPACES TO REG-REL
           WRITE REG-REL
           MOVE SPACES TO REG-REL
           STRING "CLIENTES COM VENDEDOR INATIVO OU FORA DO ARQVEN: "
               QTD-INA-WS
               DELIMITED BY SIZE INTO REG-REL
           WRITE REG-REL
           PERFORM IMPRIME-INATIVO
               VARYING IDX-INA-WS FROM 1 BY 1
               UNTIL IDX-INA-WS > QTD-INA-WS
           IF FORA-INA-77 NOT = ZEROS
               MOVE SPACES TO REG-REL
               STRING "E MAIS " FORA-INA-77 " NAO LISTADOS"
                   DELIMITED BY SIZE INTO REG-REL
               WRITE REG-REL.
           CLOSE ARQ-REL.
      *
       IMPRIME-SELECIONADO.
           MOVE CPF-SEL-WS     (IDX-SEL-WS) TO CPF-LIN-WS
           MOVE NOME-SEL-WS    (IDX-SEL-WS) TO NOME-LIN-WS
           MOVE VEND-SEL-WS    (IDX-SEL-WS) TO VEND-LIN-WS
           MOVE SALDO-SEL-WS   (IDX-SEL-WS) TO SALDO-LIN-WS
           MOVE DUPS-SEL-WS    (IDX-SEL-WS) TO DUPS-LIN-WS
           MOVE COMPRAS-SEL-WS (IDX-SEL-WS) TO COMPRAS-LIN-WS
           WRITE REG-REL FROM LINHA-SEL-WS
           ADD SALDO-SEL-WS   (IDX-SEL-WS) TO TOTAL-SALDO-WS
           ADD DUPS-SEL-WS    (IDX-SEL-WS) TO TOTAL-DUPS-WS
           ADD COMPRAS-SEL-WS (IDX-SEL-WS) TO TOTAL-COMPRAS-WS.
      *
       IMPRIME-INATIVO.
           MOVE CPF-INA-WS  (IDX-INA-WS) TO CPF-INA-LIN-WS
           MOVE NOME-INA-WS (IDX-INA-WS) TO NOME-INA-LIN-WS
           MOVE VEND-INA-WS (IDX-INA-WS) TO VEND-INA-LIN-WS
           IF SIT-INA-WS (IDX-INA-WS) = "I"
               MOVE "INATIVO" TO SIT-INA-LIN-WS
           ELSE
               MOVE "FORA DO ARQVEN" TO SIT-INA-LIN-WS.
           WRITE REG-REL FROM LINHA-INA-WS.
      *
      *    GRAVA A TRANSFERENCIA APROVADA (UM REGISTRO POR CLIENTE,
      *    TODOS COM A MESMA DATA/HORA) E ANOTA A APROVACAO NO FIM
      *    DA PREVIA
       GRAVA-TRANSFERENCIA.
           ACCEPT DATA-APROV-WS FROM DATE YYYYMMDD
           ACCEPT HORA-APROV-WS FROM TIME
           OPEN EXTEND ARQ-RED
           IF ESTADO-RED NOT = ZEROS
               OPEN OUTPUT ARQ-RED.
           PERFORM GRAVA-LINHA-RED
               VARYING IDX-SEL-WS FROM 1 BY 1
               UNTIL IDX-SEL-WS > QTD-SEL-WS
           CLOSE ARQ-RED
           OPEN EXTEND ARQ-REL
           MOVE SPACES TO REG-REL
           WRITE REG-REL
           MOVE SPACES TO REG-REL
           STRING "TRANSFERENCIA APROVADA POR " OPERADOR-EXEC-WS
               " EM " DATA-APROV-WS " " HHMMSS-APROV-WS ": "
               GRAVADOS-77 " CLIENTES GRAVADOS EM " ARQRED-WS
               DELIMITED BY SIZE INTO REG-REL
           WRITE REG-REL
           CLOSE ARQ-REL.
      *
       GRAVA-LINHA-RED.
           MOVE FILIAL-RED-WS TO FILIAL-RED-TX
           MOVE CPF-SEL-WS (IDX-SEL-WS) TO CPF-RED-TX
           MOVE VEND-SEL-WS (IDX-SEL-WS) TO VEND-ANT-RED-TX
           MOVE VEND-NOVO-WS TO VEND-NOVO-RED-TX
           MOVE VIG-AMD-WS TO VIGENCIA-RED-TX
           MOVE DATA-APROV-WS TO DATA-RED-TX
           MOVE HHMMSS-APROV-WS TO HORA-RED-TX
           MOVE OPERADOR-EXEC-WS TO OPERADOR-RED-TX
           MOVE CRITERIO-WS TO CRITERIO-RED-TX
           MOVE SALDO-SEL-WS (IDX-SEL-WS) TO SALDO-RED-TX
           WRITE REGRED-TX
           ADD 1 TO GRAVADOS-77.
      *
      *    PINTA OS CONTADORES SO A CADA INTERVALO-TELA-WS REGISTROS
       MOSTRA-PROGRESSO.
           SUBTRACT 1 FROM CONTA-TELA-WS
           IF CONTA-TELA-WS = ZEROS
               MOVE INTERVALO-TELA-WS TO CONTA-TELA-WS
               PERFORM REPINTA-TELA.
      *
       REPINTA-TELA.
           DISPLAY (12, 15) LIDOS-77
           DISPLAY (12, 38) QTD-SEL-WS
           DISPLAY (12, 59) QTD-INA-WS
           DISPLAY (13, 18) NOTAS-77.
      *
      *    DEVOLVE EM ULT-DIA-MES-WS O ULTIMO DIA DO MES/ANO
      *    RECEBIDOS EM MES-CAL-WS/ANO-CAL-WS, TRATANDO FEVEREIRO
      *    DE ANO BISSEXTO (REGRA COMPLETA DOS SECULOS)
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
      *    GRAVA UMA LINHA NO LOG PERSISTENTE DE EXECUCOES (CONVLOG.LOG)
       GRAVA-LOG.
           MOVE "CONVREDI" TO PROGRAMA-LOG-TX
           ACCEPT DATA-EXEC-LOG-TX FROM DATE YYYYMMDD
           ACCEPT HORA-EXEC-LOG-TX FROM TIME
           MOVE OPERADOR-EXEC-WS TO OPERADOR-LOG-TX
           ACCEPT HORA-FIM-EXEC-WS FROM TIME
           PERFORM CALCULA-DURACAO
           MOVE HORA-INI6-EXEC-WS TO HORA-INI-LOG-TX
           MOVE DURACAO-EXEC-WS TO DURACAO-LOG-TX
           MOVE SPACES TO FILTRO-LOG-TX
           STRING "FILIAL=" FILIAL-RED-WS " SEL=" CRITERIO-WS
               " NOVO=" VEND-NOVO-WS " VIG=" VIG-AMD-WS
               DELIMITED BY SIZE
               INTO FILTRO-LOG-TX
           MOVE LIDOS-77 TO LIDOS-LOG-TX
           MOVE GRAVADOS-77 TO GRAVADOS-LOG-TX
           MOVE QTD-INA-WS TO GRAVADOS2-LOG-TX
           MOVE "CONVREDI.REL" TO NOME-REL-ARR-WS
           PERFORM GUARDA-RELATORIO THRU GUARDA-RELATORIO-EXIT
           OPEN EXTEND ARQ-LOG
           IF  ESTADO-LOG NOT = ZEROS
               OPEN OUTPUT ARQ-LOG.
           WRITE REGLOG-TX
           CLOSE ARQ-LOG.
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
