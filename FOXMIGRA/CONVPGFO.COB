      *
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. CONVPGFO.
       AUTHOR. LUIS AUGUSTO.
      *
      *    DATA DA ALTERACAO: 10/96
      *
      *    PAGAMENTO A FORNECEDORES PELO BANCO: SELECIONA NA AGENDA DA
      *    FILIAL ("x:CPff.TXT", DO CONVPAGA) AS PARCELAS VENCIDAS
      *    ATE A DATA INFORMADA E AINDA COM SALDO (ABATIDOS OS
      *    PAGAMENTOS DO "ARQPGTO.DAT"), QUE NAO ESTEJAM EM ARQUIVO
      *    JA ENVIADO AO BANCO ("ARQPGFO.DAT"), DE FORNECEDOR COM
      *    FORMA DE PAGAMENTO DEPOSITO E DADOS BANCARIOS NO CADASTRO
      *    COMPLEMENTAR ("ARQFORC.DAT", DO CADFORC). A TELA MOSTRA AS
      *    PARCELAS SELECIONADAS PARA O SUPERVISOR DO FINANCEIRO
      *    DESMARCAR O QUE NAO VAI PAGAR; A GERACAO EXIGE A SENHA DO
      *    SUPERVISOR (COPY LIBPR) E SAI REGISTRADA NO CONVLIB.LOG.
      *    O ARQUIVO DO BANCO (x:PFnnnnnn.REM, nnnnnn = NSA) SAI NO
      *    LAYOUT FEBRABAN CNAB 240 DE PAGAMENTO A FORNECEDORES:
      *    HEADER DE ARQUIVO, UM LOTE DE CREDITO EM CONTA (FAVORECIDO
      *    NO PROPRIO BANCO PAGADOR) E UM LOTE DE DOC (OUTROS BANCOS),
      *    CADA UM COM HEADER, UM SEGMENTO "A" POR PARCELA E TRAILER,
      *    E O TRAILER DE ARQUIVO. A LISTA DE AUTORIZACAO PARA
      *    ASSINATURA SAI EM "CONVPGFO.REL", COM AS PARCELAS QUE
      *    FICARAM FORA DO ARQUIVO (CHEQUE, BOLETO, SEM CADASTRO).
      *    AS PARCELAS ENVIADAS FICAM NO "ARQPGFO.DAT" COMO "E" ATE O
      *    CONVPGRT PROCESSAR O RETORNO DO BANCO.
      *
      *    DATA DA ALTERACAO: 10/96
      *
      *    CADA "CONVPGFO.REL" GERADO E GUARDADO NO ARQUIVO DE
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
           SELECT      ARQ-CP     ASSIGN     TO   DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ESTADO-CP.
      *
           SELECT      ARQ-FRN    ASSIGN     TO   DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ESTADO-FRN.
      *
           SELECT      ARQ-REM    ASSIGN     TO   DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ESTADO-REM.
      *
           SELECT      ARQ-REL    ASSIGN     TO   "CONVPGFO.REL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ESTADO-REL.
      *
           SELECT      ARQ-LOG    ASSIGN     TO   "CONVLOG.LOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ESTADO-LOG.
      *
           COPY ARQRSL.
      *
           COPY FORCSL.
      *
           COPY PGTOSL.
      *
           COPY PGFOSL.
      *
           COPY FILIALSL.
      *
           COPY BANCOSL.
      *
           COPY EMPRESL.
      *
           COPY TRAVASL.
      *
           COPY LIBSL.
      *
           COPY OPERSL.
      *
       DATA DIVISION.
       FILE SECTION.
      *
      *    AGENDA DO CONTAS A PAGAR (ARQ. "x:CPff.TXT")
       FD  ARQ-CP
           LABEL     RECORD       STANDARD
           VALUE     OF FILE-ID   ARQCP-WS
           DATA      RECORD       REGCP-TX.
       01  REGCP-TX.
           05  FILIAL-CP-TX                  PIC 9(02).
           05  FORN-CP-TX                    PIC 9(04).
           05  NUMERO-CP-TX                  PIC 9(06).
           05  PARCELA-CP-TX                 PIC 9(01).
           05  VENC-CP-TX                    PIC 9(08).
           05  VALOR-CP-TX                   PIC 9(13).
       01  REG-CP                            PIC X(36).
      *
      *    EXTRATO DE FORNECEDORES DO CONVFORN (ARQ. "x:ARQFORN.TXT")
       FD  ARQ-FRN
           LABEL     RECORD       STANDARD
           VALUE     OF FILE-ID   ARQFRN-WS
           DATA      RECORD       REG-FRN.
       01  REG-FRN.
           05  COD-FRN-TX                    PIC 9(04).
           05  DESC-FRN-TX                   PIC X(39).
           05  FILLER                        PIC X(28).
      *
      *    ARQUIVO DE PAGAMENTO A FORNECEDORES (CNAB 240)
       FD  ARQ-REM
           LABEL     RECORD       STANDARD
           VALUE     OF FILE-ID   ARQREM-WS
           DATA      RECORD       REG-REM240.
       01  REG-REM240                        PIC X(240).
      *    HEADER DE ARQUIVO (TIPO "0")
       01  R240-HDR-ARQ.
           05  BANCO-HA240                   PIC 9(03).
           05  LOTE-HA240                    PIC 9(04).
           05  TIPO-HA240                    PIC X(01).
           05  FILLER                        PIC X(09).
           05  INSCR-TIPO-HA240              PIC 9(01).
           05  INSCR-HA240                   PIC 9(14).
           05  CONVENIO-HA240                PIC 9(20).
           05  AGENCIA-HA240                 PIC 9(05).
           05  DV-AGE-HA240                  PIC X(01).
           05  CONTA-HA240                   PIC 9(12).
           05  DV-CTA-HA240                  PIC X(01).
           05  FILLER                        PIC X(01).
           05  EMPRESA-HA240                 PIC X(30).
           05  FILLER                        PIC X(40).
           05  CODREM-HA240                  PIC 9(01).
           05  DATA-GER-HA240                PIC 9(08).
           05  HORA-GER-HA240                PIC 9(06).
           05  SEQ-ARQ-HA240                 PIC 9(06).
           05  VERSAO-HA240                  PIC 9(03).
           05  FILLER                        PIC X(74).
      *    HEADER DE LOTE DE PAGAMENTO (TIPO "1", SERVICO 20 =
      *    PAGAMENTO A FORNECEDORES; FORMA 01 = CREDITO EM CONTA,
      *    03 = DOC)
       01  R240-HDR-LOT.
           05  BANCO-HL240                   PIC 9(03).
           05  LOTE-HL240                    PIC 9(04).
           05  TIPO-HL240                    PIC X(01).
           05  OPER-HL240                    PIC X(01).
           05  SERV-HL240                    PIC 9(02).
           05  FORMA-HL240                   PIC 9(02).
           05  VERSAO-HL240                  PIC 9(03).
           05  FILLER                        PIC X(01).
           05  INSCR-TIPO-HL240              PIC 9(01).
           05  INSCR-HL240                   PIC 9(14).
           05  CONVENIO-HL240                PIC 9(20).
           05  AGENCIA-HL240                 PIC 9(05).
           05  DV-AGE-HL240                  PIC X(01).
           05  CONTA-HL240                   PIC 9(12).
           05  DV-CTA-HL240                  PIC X(01).
           05  FILLER                        PIC X(01).
           05  EMPRESA-HL240                 PIC X(30).
           05  FILLER                        PIC X(40).
           05  ENDERECO-HL240                PIC X(30).
           05  FILLER                        PIC X(68).
      *    SEGMENTO A - PAGAMENTO AO FAVORECIDO (TIPO "3")
       01  R240-SEG-A.
           05  BANCO-A240                    PIC 9(03).
           05  LOTE-A240                     PIC 9(04).
           05  TIPO-A240                     PIC X(01).
           05  SEQ-A240                      PIC 9(05).
           05  SEG-A240                      PIC X(01).
           05  TIPO-MOV-A240                 PIC 9(01).
           05  COD-MOV-A240                  PIC 9(02).
           05  CAMARA-A240                   PIC 9(03).
           05  BANCO-FAV-A240                PIC 9(03).
           05  AGENCIA-FAV-A240              PIC 9(05).
           05  DV-AGE-FAV-A240               PIC X(01).
           05  CONTA-FAV-A240                PIC 9(12).
           05  DV-CTA-FAV-A240               PIC X(01).
           05  FILLER                        PIC X(01).
           05  NOME-FAV-A240                 PIC X(30).
           05  SEU-NUM-A240                  PIC X(20).
           05  DATA-PAG-A240                 PIC 9(08).
           05  MOEDA-A240                    PIC X(03).
           05  QTD-MOEDA-A240                PIC 9(15).
           05  VALOR-A240                    PIC 9(15).
           05  NOSSO-NUM-A240                PIC X(20).
           05  DATA-REAL-A240                PIC 9(08).
           05  VALOR-REAL-A240               PIC 9(15).
           05  FILLER                        PIC X(40).
           05  FILLER                        PIC X(12).
           05  AVISO-A240                    PIC 9(01).
           05  OCORR-A240                    PIC X(10).
      *    TRAILER DE LOTE (TIPO "5")
       01  R240-TRL-LOT.
           05  BANCO-TL240                   PIC 9(03).
           05  LOTE-TL240                    PIC 9(04).
           05  TIPO-TL240                    PIC X(01).
           05  FILLER                        PIC X(09).
           05  QTDREG-TL240                  PIC 9(06).
           05  SOMA-TL240                    PIC 9(18).
           05  QTD-MOEDA-TL240               PIC 9(18).
           05  AVISO-TL240                   PIC 9(06).
           05  FILLER                        PIC X(175).
      *    TRAILER DE ARQUIVO (TIPO "9")
       01  R240-TRL-ARQ.
           05  BANCO-TA240                   PIC 9(03).
           05  LOTE-TA240                    PIC 9(04).
           05  TIPO-TA240                    PIC X(01).
           05  FILLER                        PIC X(09).
           05  QTDLOTES-TA240                PIC 9(06).
           05  QTDREG-TA240                  PIC 9(06).
           05  FILLER                        PIC X(211).
      *
       FD  ARQ-REL
           LABEL     RECORD       STANDARD
           VALUE     OF FILE-ID   "CONVPGFO.REL"
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
           COPY FORCFD.
      *
           COPY PGTOFD.
      *
           COPY PGFOFD.
      *
           COPY FILIALFD.
      *
           COPY BANCOFD.
      *
           COPY EMPREFD.
      *
           COPY TRAVAFD.
      *
           COPY LIBFD.
      *
           COPY OPERFD.
      *
       WORKING-STORAGE SECTION.
      *
       77  OPERADOR-EXEC-WS VALUE "????????"   PIC X(08).
      *
           COPY OPERWS.
      *
       77  ESTADO-CP             PIC X(02).
       77  ESTADO-FRN            PIC X(02).
       77  ESTADO-REM            PIC X(02).
       77  ESTADO-REL            PIC X(02).
       77  ESTADO-LOG            PIC X(02).
       77  LIDOS-77        VALUE 0             PIC 9(07).
       77  ENVIADAS-77     VALUE 0             PIC 9(05).
       77  GRAVADOS-77     VALUE 0             PIC 9(05).
       77  DESCARTADOS-SEL-77 VALUE 0          PIC 9(05).
       77  I                                   PIC 9(02).
       77  E                                   PIC 9(02).
       77  DD-MM-77        VALUE ZEROS         PIC 99/99.
       77  OPCAO-WS                            PIC X(01).
       77  ITEM-ED-WS                          PIC 9(04).
       77  LINHA-SEL-WS                        PIC 9(02).
       77  PAGINA-SEL-WS                       PIC 9(02).
       77  PRIMEIRO-PAG-WS                     PIC 9(04).
       77  FIM-CP-WS                           PIC X(01).
           88  ACABOU-CP                       VALUE "S".
       77  FIM-FRN-WS                          PIC X(01).
           88  ACABOU-FRN                      VALUE "S".
       77  FALHOU-GRV-WS   VALUE "N"           PIC X(01).
           88  FALHOU-GRV                      VALUE "S".
       77  CONFLITO-WS     VALUE "N"           PIC X(01).
           88  HOUVE-CONFLITO                  VALUE "S".
       77  CHEIO-PGF-WS    VALUE "N"           PIC X(01).
           88  CONTROLE-CHEIO                  VALUE "S".
       01  NOME-TMP-WS                         PIC X(30).
       01  NOME-DEF-WS                         PIC X(30).
      *
      *    VENCIMENTO LIMITE E DATA DO PAGAMENTO (DIGITADOS DD/MM E
      *    ANO; COMPARADOS COM A AGENDA EM AAAAMMDD, E A DATA DO
      *    PAGAMENTO VAI AO BANCO EM DDMMAAAA)
       01  DIGITADA-WS                         PIC 9(04).
       01  FILLER REDEFINES DIGITADA-WS.
           05  DIA-DIG-WS                      PIC 9(02).
           05  MES-DIG-WS                      PIC 9(02).
       77  ANO-DIG-WS      VALUE ZEROS         PIC 9(04).
       01  LIMITE-AMD-WS.
           05  ANO-LIM-WS                      PIC 9(04).
           05  MES-LIM-WS                      PIC 9(02).
           05  DIA-LIM-WS                      PIC 9(02).
       01  PAGTO-AMD-WS.
           05  ANO-PAG-WS                      PIC 9(04).
           05  MES-PAG-WS                      PIC 9(02).
           05  DIA-PAG-WS                      PIC 9(02).
       01  PAGTO-DMA-WS.
           05  DIA-PAG-C-WS                    PIC 9(02).
           05  MES-PAG-C-WS                    PIC 9(02).
           05  ANO-PAG-C-WS                    PIC 9(04).
       01  HOJE-WS.
           05  ANO-HOJE-WS                     PIC 9(04).
           05  MES-HOJE-WS                     PIC 9(02).
           05  DIA-HOJE-WS                     PIC 9(02).
       01  HOJE-DMA-WS.
           05  DIA-HOJE-C-WS                   PIC 9(02).
           05  MES-HOJE-C-WS                   PIC 9(02).
           05  ANO-HOJE-C-WS                   PIC 9(04).
       01  VENC-AUX-WS.
           05  ANO-VENC-AUX-WS                 PIC 9(04).
           05  MES-VENC-AUX-WS                 PIC 9(02).
           05  DIA-VENC-AUX-WS                 PIC 9(02).
      *
      *    BANCO PAGADOR (CONTA DA EMPRESA NO "ARQBANCO.DAT")
       77  BANCO-PAG-WS    VALUE ZEROS         PIC 9(03).
       77  IDX-PAG-BAN-WS                      PIC 9(02).
       77  AGENCIA-PAG-WS                      PIC 9(05).
       77  CONTA-PAG-WS                        PIC 9(12).
       77  CONVENIO-PAG-WS                     PIC 9(20).
      *
      *    SALDO DA PARCELA DA AGENDA (VALOR MENOS O JA PAGO)
       77  SALDO-CP-WS                         PIC S9(13).
      *
      *    PARCELAS SELECIONADAS PARA O ARQUIVO DO BANCO. FORMA "C" =
      *    CREDITO EM CONTA (FAVORECIDO NO BANCO PAGADOR), "D" = DOC.
      *    MARCA "S" = VAI NO ARQUIVO (TODAS COMECAM MARCADAS)
       77  QTD-SEL-WS      VALUE 0             PIC 9(04).
       77  IDX-SEL-WS                          PIC 9(04).
       01  TAB-SEL-WS.
           05  TAB-SEL-ITEM OCCURS 1000 TIMES.
               10  FORN-SEL-WS                 PIC 9(04).
               10  NUMERO-SEL-WS               PIC 9(06).
               10  PARCELA-SEL-WS              PIC 9(01).
               10  VENC-SEL-WS                 PIC 9(08).
               10  VALOR-SEL-WS                PIC 9(13).
               10  NOME-SEL-WS                 PIC X(30).
               10  BANCO-SEL-WS                PIC 9(03).
               10  AGENCIA-SEL-WS              PIC 9(04).
               10  DV-AGENCIA-SEL-WS           PIC X(01).
               10  CONTA-SEL-WS                PIC 9(10).
               10  DV-CONTA-SEL-WS             PIC X(01).
               10  FORMA-SEL-WS                PIC X(01).
               10  MARCA-SEL-WS                PIC X(01).
                   88  SEL-MARCADA             VALUE "S".
       77  MARCADAS-77     VALUE 0             PIC 9(04).
       77  VALOR-MARCADO-WS VALUE 0            PIC 9(13).
      *
      *    PARCELAS VENCIDAS QUE NAO PODEM IR AO BANCO (SAO PAGAS POR
      *    CHEQUE OU BOLETO, OU FALTA O CADASTRO COMPLEMENTAR)
       77  QTD-FORA-WS     VALUE 0             PIC 9(04).
       77  IDX-FORA-WS                         PIC 9(04).
       01  TAB-FORA-WS.
           05  TAB-FORA-ITEM OCCURS 500 TIMES.
               10  FORN-FORA-WS                PIC 9(04).
               10  NUMERO-FORA-WS              PIC 9(06).
               10  PARCELA-FORA-WS             PIC 9(01).
               10  VENC-FORA-WS                PIC 9(08).
               10  VALOR-FORA-WS               PIC 9(13).
               10  NOME-FORA-WS                PIC X(30).
               10  MOTIVO-FORA-WS              PIC X(22).
       01  MOTIVO-WS                           PIC X(22).
      *
      *    NOMES DO EXTRATO DO CONVFORN
       77  QTD-NOME-WS     VALUE 0             PIC 9(04).
       77  IDX-NOME-WS                         PIC 9(04).
       77  COD-BUSCA-NOME-WS                   PIC 9(04).
       01  TAB-NOME-WS.
           05  TAB-NOME-ITEM OCCURS 3000 TIMES.
               10  COD-NOME-WS                 PIC 9(04).
               10  DESC-NOME-WS                PIC X(39).
       01  NOME-ED-WS                          PIC X(39).
      *
      *    AREAS DO LAYOUT CNAB 240: LOTE CORRENTE E CONTADORES
       77  FORMA-LOTE-WS                       PIC X(01).
       77  QTD-LOTE-WS                         PIC 9(04).
       77  LOTE-ATUAL-WS   VALUE 0             PIC 9(04).
       77  SEQ-LOTE-WS     VALUE 0             PIC 9(05).
       77  QTD-REG-LOTE-WS VALUE 0             PIC 9(06).
       77  QTD-REG-ARQ-WS  VALUE 0             PIC 9(06).
       77  SOMA-LOTE-WS    VALUE 0             PIC 9(18).
       77  NSA-WS          VALUE 0             PIC 9(06).
      *
      *    SEU NUMERO DO SEGMENTO A: IDENTIFICA A PARCELA NO RETORNO
       01  SEU-NUM-WS.
           05  FILIAL-SN-WS                    PIC 9(02).
           05  FORN-SN-WS                      PIC 9(04).
           05  NUMERO-SN-WS                    PIC 9(06).
           05  PARCELA-SN-WS                   PIC 9(01).
           05  FILLER                          PIC X(07).
      *
      *    TOTAIS DA LISTA DE AUTORIZACAO
       77  QTD-FORMA-WS                        PIC 9(04).
       77  VALOR-FORMA-WS                      PIC 9(13).
       77  QTD-DESM-WS                         PIC 9(04).
       77  VALOR-DESM-WS                       PIC 9(13).
       77  VALOR-FORA-TOT-WS                   PIC 9(13).
      *
           COPY TELAWS.
           COPY DURAWS.
           COPY FILIALVL.
           COPY FORCVL.
           COPY PGTOVL.
           COPY PGFOVL.
           COPY BANCOVL.
           COPY EMPREVL.
           COPY TRAVAWS.
           COPY LIBWS.
      *
       01  ARQCP-WS.
           05  U-CP-WS                         PIC X(01).
           05  FILLER VALUE ":CP"              PIC X(03).
           05  FILIAL-CP-WS                    PIC 9(02).
           05  FILLER VALUE ".TXT"             PIC X(04).
           05  FILLER                          PIC X(01).
       01  ARQFRN-WS                           PIC X(14).
      *
      *    NOME DO ARQUIVO DO BANCO (UM POR REMESSA, PELO NSA)
       01  ARQREM-WS.
           05  U-REM-WS                        PIC X(01).
           05  FILLER VALUE ":PF"              PIC X(03).
           05  NSA-REM-WS                      PIC 9(06).
           05  EXT-REM-WS VALUE ".REM"         PIC X(04).
           05  FILLER                          PIC X(01).
      *
      *    LINHA DO PAINEL DE CONFERENCIA
       01  LINHA-TELA-WS.
           05  ITEM-TEL-WS                     PIC 9(04).
           05  FILLER                          PIC X(01).
           05  FORN-TEL-WS                     PIC 9(04).
           05  FILLER                          PIC X(01).
           05  NOME-TEL-WS                     PIC X(20).
           05  FILLER                          PIC X(01).
           05  NUMERO-TEL-WS                   PIC 9(06).
           05  FILLER  VALUE "/"               PIC X(01).
           05  PARCELA-TEL-WS                  PIC 9(01).
           05  FILLER                          PIC X(01).
           05  DIA-TEL-WS                      PIC 9(02).
           05  FILLER  VALUE "/"               PIC X(01).
           05  MES-TEL-WS                      PIC 9(02).
           05  FILLER  VALUE "/"               PIC X(01).
           05  ANO-TEL-WS                      PIC 9(04).
           05  FILLER                          PIC X(01).
           05  VALOR-TEL-WS                    PIC ZZ.ZZZ.ZZZ.ZZ9.
           05  FILLER                          PIC X(01).
           05  BANCO-TEL-WS                    PIC 9(03).
           05  FILLER                          PIC X(01).
           05  FORMA-TEL-WS                    PIC X(01).
           05  FILLER                          PIC X(01).
           05  MARCA-TEL-WS                    PIC X(01).
       77  MARCADAS-TEL-WS                     PIC ZZZ9.
       77  VALOR-TOT-TEL-WS                    PIC ZZ.ZZZ.ZZZ.ZZ9.
      *
      *    LINHAS DA LISTA DE AUTORIZACAO
       01  LINHA-CAB1-WS.
           05  FILLER  VALUE
               "AUTORIZACAO DE PAGAMENTO A FORNECEDORES - ARQUIVO "
                                               PIC X(50).
           05  ARQ-CAB-WS                      PIC X(14).
           05  FILLER  VALUE "  NSA "          PIC X(06).
           05  NSA-CAB-WS                      PIC 9(06).
       01  LINHA-CAB2-WS.
           05  FILLER  VALUE "FILIAL "         PIC X(07).
           05  FILIAL-CAB-WS                   PIC 9(02).
           05  FILLER                          PIC X(01).
           05  RAZAO-CAB-WS                    PIC X(40).
       01  LINHA-CAB3-WS.
           05  FILLER  VALUE "BANCO PAGADOR "  PIC X(14).
           05  BANCO-CAB-WS                    PIC 9(03).
           05  FILLER  VALUE " AG "            PIC X(04).
           05  AGENCIA-CAB-WS                  PIC 9(05).
           05  FILLER  VALUE " CONTA "         PIC X(07).
           05  CONTA-CAB-WS                    PIC 9(12).
           05  FILLER  VALUE "  PAGAMENTO EM " PIC X(15).
           05  DIA-PAG-CAB-WS                  PIC 9(02).
           05  FILLER  VALUE "/"               PIC X(01).
           05  MES-PAG-CAB-WS                  PIC 9(02).
           05  FILLER  VALUE "/"               PIC X(01).
           05  ANO-PAG-CAB-WS                  PIC 9(04).
           05  FILLER  VALUE "  VENCTOS ATE "  PIC X(14).
           05  DIA-LIM-CAB-WS                  PIC 9(02).
           05  FILLER  VALUE "/"               PIC X(01).
           05  MES-LIM-CAB-WS                  PIC 9(02).
           05  FILLER  VALUE "/"               PIC X(01).
           05  ANO-LIM-CAB-WS                  PIC 9(04).
       01  LINHA-TIT-WS.
           05  FILLER  VALUE
               "FORN NOME                           NOTA/P   VENCTO   "
                                               PIC X(54).
           05  FILLER  VALUE
               "           VALOR BCO AGEN-D CONTA-D      FORMA"
                                               PIC X(46).
       01  LINHA-PAG-WS.
           05  FORN-LIN-WS                     PIC 9(04).
           05  FILLER                          PIC X(01).
           05  NOME-LIN-WS                     PIC X(30).
           05  FILLER                          PIC X(01).
           05  NUMERO-LIN-WS                   PIC 9(06).
           05  FILLER  VALUE "/"               PIC X(01).
           05  PARCELA-LIN-WS                  PIC 9(01).
           05  FILLER                          PIC X(01).
           05  DIA-LIN-WS                      PIC 9(02).
           05  FILLER  VALUE "/"               PIC X(01).
           05  MES-LIN-WS                      PIC 9(02).
           05  FILLER  VALUE "/"               PIC X(01).
           05  ANO-LIN-WS                      PIC 9(04).
           05  FILLER                          PIC X(01).
           05  VALOR-LIN-WS                    PIC ZZ.ZZZ.ZZZ.ZZ9.
           05  FILLER                          PIC X(01).
           05  BANCO-LIN-WS                    PIC 9(03).
           05  FILLER                          PIC X(01).
           05  AGENCIA-LIN-WS                  PIC 9(04).
           05  FILLER  VALUE "-"               PIC X(01).
           05  DV-AGENCIA-LIN-WS               PIC X(01).
           05  FILLER                          PIC X(01).
           05  CONTA-LIN-WS                    PIC 9(10).
           05  FILLER  VALUE "-"               PIC X(01).
           05  DV-CONTA-LIN-WS                 PIC X(01).
           05  FILLER                          PIC X(01).
           05  FORMA-LIN-WS                    PIC X(22).
       01  LINHA-TOT-WS.
           05  TITULO-TOT-WS                   PIC X(30).
           05  FILLER  VALUE " PARCELAS "      PIC X(10).
           05  QTD-TOT-WS                      PIC ZZZ9.
           05  FILLER  VALUE " VALOR "         PIC X(07).
           05  VALOR-TOT-WS                    PIC ZZ.ZZZ.ZZZ.ZZ9.
       01  LINHA-ASS-WS.
           05  TITULO-ASS-WS                   PIC X(26).
           05  CODIGO-ASS-WS                   PIC X(08).
           05  FILLER  VALUE "   ASSINATURA "  PIC X(14).
           05  FILLER  VALUE ALL "_"           PIC X(30).
      *
           COPY ARQRVL.
      *
       PROCEDURE DIVISION.
      *
       INICIO-010.
           DISPLAY (1, 1) ERASE.
           ACCEPT HORA-INI-EXEC-WS FROM TIME.
       015-DATAS.
           DISPLAY (5, 10)
               "* PAGAMENTO A FORNECEDORES - ARQUIVO AO BANCO *"

           PERFORM CARREGA-FILIAL THRU CARREGA-FILIAL-EXIT
           PERFORM CARREGA-BANCO THRU CARREGA-BANCO-EXIT
           PERFORM CARREGA-EMPRESA THRU CARREGA-EMPRESA-EXIT
           PERFORM CARREGA-FORC THRU CARREGA-FORC-EXIT

           DISPLAY (9, 10) "Operador................:"
           ACCEPT (, ) OPERADOR-EXEC-WS WITH PROMPT UPDATE
           MOVE "CONVPGFO" TO PROGRAMA-ACE-WS
           PERFORM AUTENTICA-OPERADOR THRU AUTENTICA-OPERADOR-EXIT.

           DISPLAY (10, 10) "Informe o Drive dos arqs:"
           ACCEPT (, ) U-CP-WS WITH PROMPT UPDATE
           ACCEPT ESCAPE-77 FROM ESCAPE KEY
           IF ESCAPE-77 NOT = ZEROS STOP RUN.

           DISPLAY (11, 10) "Informe a Filial .......:"
           ACCEPT (, ) FILIAL-CP-WS WITH PROMPT UPDATE
           IF ESCAPE-77 NOT = ZEROS GO TO INICIO-010.
           PERFORM VARYING IDX-FIL-VL-WS FROM 1 BY 1
               UNTIL IDX-FIL-VL-WS > QTD-FILIAL-VL
               OR FILIAL-VL-WS (IDX-FIL-VL-WS) = FILIAL-CP-WS
           END-PERFORM
           IF IDX-FIL-VL-WS > QTD-FILIAL-VL
               DISPLAY (24, 10) "FILIAL INVALIDA - VERIFIQUE O NUMERO"
               GO TO INICIO-010.

           ACCEPT HOJE-WS FROM DATE YYYYMMDD
           MOVE DIA-HOJE-WS TO DIA-DIG-WS DIA-HOJE-C-WS
           MOVE MES-HOJE-WS TO MES-DIG-WS MES-HOJE-C-WS
           MOVE ANO-HOJE-WS TO ANO-DIG-WS ANO-HOJE-C-WS
           MOVE DIGITADA-WS TO DD-MM-77
           DISPLAY (12, 10) "Vencimentos ate (dd/mm).:"
           ACCEPT (, ) DD-MM-77 WITH PROMPT UPDATE
           IF ESCAPE-77 NOT = ZEROS GO TO INICIO-010.
           MOVE DD-MM-77 TO DIGITADA-WS
           DISPLAY (12, 40) "Ano (aaaa):"
           ACCEPT (12, 52) ANO-DIG-WS WITH PROMPT UPDATE
           IF ESCAPE-77 NOT = ZEROS GO TO INICIO-010.
           IF DIA-DIG-WS = ZEROS OR DIA-DIG-WS > 31
           OR MES-DIG-WS = ZEROS OR MES-DIG-WS > 12
           OR ANO-DIG-WS = ZEROS
               DISPLAY (24, 10) "DATA INVALIDA                       "
               GO TO INICIO-010.
           MOVE ANO-DIG-WS TO ANO-LIM-WS
           MOVE MES-DIG-WS TO MES-LIM-WS
           MOVE DIA-DIG-WS TO DIA-LIM-WS

           DISPLAY (13, 10) "Banco pagador...........:"
           ACCEPT (, ) BANCO-PAG-WS WITH PROMPT UPDATE
           IF ESCAPE-77 NOT = ZEROS GO TO INICIO-010.
           MOVE FILIAL-CP-WS TO FILIAL-BUSCA-BAN-WS
           MOVE BANCO-PAG-WS TO BANCO-BUSCA-BAN-WS
           PERFORM ACHA-BANCO
           IF IDX-ACHADO-BAN-WS = ZEROS
               DISPLAY (24, 10) "BANCO SEM CONTA DA FILIAL NO CADBANCO"
               GO TO INICIO-010.
           MOVE IDX-ACHADO-BAN-WS TO IDX-PAG-BAN-WS

      *    O PAGAMENTO PROPOSTO E HOJE; DATA ANTERIOR NAO E ACEITA
      *    PELO BANCO
           MOVE DIA-HOJE-WS TO DIA-DIG-WS
           MOVE MES-HOJE-WS TO MES-DIG-WS
           MOVE ANO-HOJE-WS TO ANO-DIG-WS
           MOVE DIGITADA-WS TO DD-MM-77
           DISPLAY (14, 10) "Data do pagto (dd/mm)...:"
           ACCEPT (, ) DD-MM-77 WITH PROMPT UPDATE
           IF ESCAPE-77 NOT = ZEROS GO TO INICIO-010.
           MOVE DD-MM-77 TO DIGITADA-WS
           DISPLAY (14, 40) "Ano (aaaa):"
           ACCEPT (14, 52) ANO-DIG-WS WITH PROMPT UPDATE
           IF ESCAPE-77 NOT = ZEROS GO TO INICIO-010.
           IF DIA-DIG-WS = ZEROS OR DIA-DIG-WS > 31
           OR MES-DIG-WS = ZEROS OR MES-DIG-WS > 12
           OR ANO-DIG-WS = ZEROS
               DISPLAY (24, 10) "DATA INVALIDA                       "
               GO TO INICIO-010.
           MOVE ANO-DIG-WS TO ANO-PAG-WS ANO-PAG-C-WS
           MOVE MES-DIG-WS TO MES-PAG-WS MES-PAG-C-WS
           MOVE DIA-DIG-WS TO DIA-PAG-WS DIA-PAG-C-WS
           IF PAGTO-AMD-WS < HOJE-WS
               DISPLAY (24, 10) "PAGAMENTO ANTERIOR A HOJE           "
               GO TO INICIO-010.

           DISPLAY (16, 10) "PARCELAS LIDAS:        SELECIONADAS:"
           MOVE 0 TO LIDOS-77 QTD-SEL-WS QTD-FORA-WS ENVIADAS-77
           MOVE 0 TO DESCARTADOS-SEL-77
           MOVE 0 TO GRAVADOS-77
           MOVE U-CP-WS TO U-REM-WS
           PERFORM CARREGA-NOMES THRU CARREGA-NOMES-EXIT
           MOVE FILIAL-CP-WS TO FILIAL-BUSCA-PGT-WS
           PERFORM CARREGA-PGTO THRU CARREGA-PGTO-EXIT
           PERFORM CARREGA-PGFO THRU CARREGA-PGFO-EXIT
           PERFORM SELECIONA-PARCELAS THRU SELECIONA-PARCELAS-EXIT
           IF ESTADO-CP NOT = ZEROS
               DISPLAY (24, 10) "AGENDA x:CPff.TXT AUSENTE (CONVPAGA)"
               GO TO INICIO-010.
      *    SELECAO MAIOR QUE A TABELA: NAO GERA, PARA NAO MANDAR AO
      *    BANCO UM PAGAMENTO PELA METADE
           IF DESCARTADOS-SEL-77 NOT = ZEROS
               DISPLAY (24, 10) "ESTOURO DE TABELA - REDUZA O LIMITE"
               GO TO INICIO-010.
           DISPLAY (17, 10) "JA NO BANCO, AGUARDANDO RETORNO:"
           DISPLAY (17, 43) ENVIADAS-77
           IF QTD-SEL-WS = ZEROS
               DISPLAY (24, 10) "NENHUMA PARCELA A PAGAR POR DEPOSITO"
               GO TO INICIO-010.
           PERFORM CONTA-MARCADAS
           MOVE 1 TO PRIMEIRO-PAG-WS.
      *
      *    PAINEL DE CONFERENCIA DO SUPERVISOR: DESMARCA O QUE NAO VAI
      *    PAGAR E GERA O ARQUIVO
       030-CONFERE.
           DISPLAY (1, 1) ERASE
           DISPLAY (2, 10) "* CONFERENCIA DOS PAGAMENTOS - BANCO "
           DISPLAY (2, 47) BANCO-PAG-WS " - PAGTO "
           DISPLAY (2, 59) DIA-PAG-WS "/" MES-PAG-WS "/" ANO-PAG-WS " *"
           DISPLAY (4, 01) "ITEM FORN NOME"
           DISPLAY (4, 32) "NOTA/P"
           DISPLAY (4, 41) "VENCTO"
           DISPLAY (4, 61) "VALOR BCO F M"
           MOVE 0 TO PAGINA-SEL-WS
           PERFORM MOSTRA-SELECAO
               VARYING IDX-SEL-WS FROM PRIMEIRO-PAG-WS BY 1
               UNTIL IDX-SEL-WS > QTD-SEL-WS
               OR PAGINA-SEL-WS > 14
           MOVE MARCADAS-77 TO MARCADAS-TEL-WS
           MOVE VALOR-MARCADO-WS TO VALOR-TOT-TEL-WS
           DISPLAY (20, 05) "MARCADAS: " MARCADAS-TEL-WS
               "  VALOR: " VALOR-TOT-TEL-WS
           DISPLAY (20, 52) "FORA DO ARQUIVO: " QTD-FORA-WS

           DISPLAY (21, 05)
               "Opcao (M=Marca/desmarca T=Todas N=Nenhuma P=Proxima"
           DISPLAY (22, 05)
               "       G=Gera o arquivo F=Fim)....:"
           ACCEPT (, ) OPCAO-WS WITH PROMPT UPDATE
           ACCEPT ESCAPE-77 FROM ESCAPE KEY
           IF ESCAPE-77 NOT = ZEROS OR OPCAO-WS = "F"
               STOP RUN.
           IF OPCAO-WS = "M"
               PERFORM MARCA-ITEM THRU MARCA-ITEM-EXIT
               GO TO 030-CONFERE.
           IF OPCAO-WS = "T"
               PERFORM MARCA-TODAS
                   VARYING IDX-SEL-WS FROM 1 BY 1
                   UNTIL IDX-SEL-WS > QTD-SEL-WS
               PERFORM CONTA-MARCADAS
               GO TO 030-CONFERE.
           IF OPCAO-WS = "N"
               PERFORM DESMARCA-TODAS
                   VARYING IDX-SEL-WS FROM 1 BY 1
                   UNTIL IDX-SEL-WS > QTD-SEL-WS
               PERFORM CONTA-MARCADAS
               GO TO 030-CONFERE.
           IF OPCAO-WS = "P"
               ADD 15 TO PRIMEIRO-PAG-WS
               IF PRIMEIRO-PAG-WS > QTD-SEL-WS
                   MOVE 1 TO PRIMEIRO-PAG-WS
               END-IF
               GO TO 030-CONFERE.
           IF OPCAO-WS NOT = "G"
               GO TO 030-CONFERE.
           IF MARCADAS-77 = ZEROS
               DISPLAY (24, 05) "NENHUMA PARCELA MARCADA           "
               GO TO 030-CONFERE.
      *    A GERACAO E A AUTORIZACAO DO PAGAMENTO: SO COM A SENHA DO
      *    SUPERVISOR, E FICA REGISTRADA NO CONVLIB.LOG
           PERFORM CONFERE-SENHA THRU CONFERE-SENHA-EXIT
           IF NOT SENHA-OK
               DISPLAY (24, 05) "SENHA DO SUPERVISOR INVALIDA      "
               GO TO 030-CONFERE.
           PERFORM GERA-PAGAMENTO THRU GERA-PAGAMENTO-EXIT
           IF HOUVE-CONFLITO
               DISPLAY (24, 05)
                   "PARCELA ENVIADA POR OUTRA ESTACAO - REFACA"
               GO TO INICIO-010.
           IF CONTROLE-CHEIO
               DISPLAY (24, 05)
                   "CONTROLE ARQPGFO.DAT CHEIO - ARQUIVO NAO GERADO"
               STOP RUN.
           PERFORM GRAVA-LOG
           IF FALHOU-GRV
               DISPLAY (24, 05)
                   "ERRO DE GRAVACAO - ARQUIVO DO BANCO DESCARTADO"
               STOP RUN.
           PERFORM GRAVA-LIBERACAO
           PERFORM IMPRIME-AUTORIZACAO
           DISPLAY (24, 05) "ARQUIVO GERADO: " ARQREM-WS
               " - AUTORIZACAO EM CONVPGFO.REL"
           STOP RUN.
      *
      *    LE A AGENDA E SEPARA AS PARCELAS A PAGAR ATE O LIMITE
       SELECIONA-PARCELAS.
           MOVE "N" TO FIM-CP-WS
           OPEN INPUT ARQ-CP
           IF ESTADO-CP NOT = ZEROS
               GO TO SELECIONA-PARCELAS-EXIT.
           PERFORM LE-AGENDA THRU LE-AGENDA-EXIT UNTIL ACABOU-CP
           CLOSE ARQ-CP
           MOVE ZEROS TO ESTADO-CP.
       SELECIONA-PARCELAS-EXIT.
           EXIT.
      *
       LE-AGENDA.
           READ ARQ-CP AT END MOVE "S" TO FIM-CP-WS END-READ
           IF ACABOU-CP GO TO LE-AGENDA-EXIT.
           IF REG-CP (1:1) = "0" AND REG-CP (2:4) = "CONV"
               GO TO LE-AGENDA-EXIT.
           IF REG-CP (1:1) = "9" AND REG-CP (22:15) = SPACES
               GO TO LE-AGENDA-EXIT.
           ADD 1 TO LIDOS-77
           DISPLAY (16, 26) LIDOS-77
           IF VENC-CP-TX > LIMITE-AMD-WS
               GO TO LE-AGENDA-EXIT.
           MOVE FORN-CP-TX    TO FORN-BUSCA-PGT-WS
           MOVE NUMERO-CP-TX  TO NUMERO-BUSCA-PGT-WS
           MOVE PARCELA-CP-TX TO PARCELA-BUSCA-PGT-WS
           PERFORM ACHA-PGTO
           MOVE VALOR-CP-TX TO SALDO-CP-WS
           IF IDX-ACHADO-PGT-WS NOT = ZEROS
               SUBTRACT VALOR-TAB-PGT-WS (IDX-ACHADO-PGT-WS)
                   FROM SALDO-CP-WS.
           IF SALDO-CP-WS NOT > ZEROS
               GO TO LE-AGENDA-EXIT.
      *    PARCELA EM ARQUIVO JA ENVIADO (AGUARDANDO RETORNO OU PAGA
      *    PELO BANCO) NAO VAI DE NOVO; A REJEITADA VOLTA A SAIR
           MOVE FILIAL-CP-WS  TO FILIAL-BUSCA-PGF-WS
           MOVE FORN-CP-TX    TO FORN-BUSCA-PGF-WS
           MOVE NUMERO-CP-TX  TO NUMERO-BUSCA-PGF-WS
           MOVE PARCELA-CP-TX TO PARCELA-BUSCA-PGF-WS
           PERFORM ACHA-PGFO
           IF IDX-ACHADO-PGF-WS NOT = ZEROS
               IF PGF-ENVIADA (IDX-ACHADO-PGF-WS)
               OR PGF-PAGA (IDX-ACHADO-PGF-WS)
                   ADD 1 TO ENVIADAS-77
                   GO TO LE-AGENDA-EXIT.
           MOVE FORN-CP-TX TO COD-BUSCA-NOME-WS
           PERFORM ACHA-NOME
           MOVE FORN-CP-TX TO FORN-BUSCA-FORC-WS
           PERFORM ACHA-FORC
           MOVE SPACES TO MOTIVO-WS
           IF IDX-ACHADO-FORC-WS = ZEROS
               MOVE "SEM CADASTRO CADFORC" TO MOTIVO-WS
               GO TO LE-AGENDA-FORA.
           IF FORMA-CHEQUE (IDX-ACHADO-FORC-WS)
               MOVE "PAGA POR CHEQUE" TO MOTIVO-WS.
           IF FORMA-BOLETO (IDX-ACHADO-FORC-WS)
               MOVE "PAGA POR BOLETO" TO MOTIVO-WS.
           IF FORMA-ESPECIE (IDX-ACHADO-FORC-WS)
               MOVE "PAGA EM ESPECIE" TO MOTIVO-WS.
           IF MOTIVO-WS NOT = SPACES
               GO TO LE-AGENDA-FORA.
           IF BANCO-TAB-FORC-WS (IDX-ACHADO-FORC-WS) = ZEROS
           OR AGENCIA-TAB-FORC-WS (IDX-ACHADO-FORC-WS) = ZEROS
           OR CONTA-TAB-FORC-WS (IDX-ACHADO-FORC-WS) = ZEROS
               MOVE "SEM DADOS BANCARIOS" TO MOTIVO-WS
               GO TO LE-AGENDA-FORA.
           IF QTD-SEL-WS NOT < 1000
               ADD 1 TO DESCARTADOS-SEL-77
               GO TO LE-AGENDA-EXIT.
           ADD 1 TO QTD-SEL-WS
           DISPLAY (16, 47) QTD-SEL-WS
           MOVE FORN-CP-TX    TO FORN-SEL-WS    (QTD-SEL-WS)
           MOVE NUMERO-CP-TX  TO NUMERO-SEL-WS  (QTD-SEL-WS)
           MOVE PARCELA-CP-TX TO PARCELA-SEL-WS (QTD-SEL-WS)
           MOVE VENC-CP-TX    TO VENC-SEL-WS    (QTD-SEL-WS)
           MOVE SALDO-CP-WS   TO VALOR-SEL-WS   (QTD-SEL-WS)
           MOVE NOME-ED-WS    TO NOME-SEL-WS    (QTD-SEL-WS)
           MOVE BANCO-TAB-FORC-WS (IDX-ACHADO-FORC-WS)
               TO BANCO-SEL-WS (QTD-SEL-WS)
           MOVE AGENCIA-TAB-FORC-WS (IDX-ACHADO-FORC-WS)
               TO AGENCIA-SEL-WS (QTD-SEL-WS)
           MOVE DV-AGENCIA-TAB-FORC-WS (IDX-ACHADO-FORC-WS)
               TO DV-AGENCIA-SEL-WS (QTD-SEL-WS)
           MOVE CONTA-TAB-FORC-WS (IDX-ACHADO-FORC-WS)
               TO CONTA-SEL-WS (QTD-SEL-WS)
           MOVE DV-CONTA-TAB-FORC-WS (IDX-ACHADO-FORC-WS)
               TO DV-CONTA-SEL-WS (QTD-SEL-WS)
           IF BANCO-TAB-FORC-WS (IDX-ACHADO-FORC-WS) = BANCO-PAG-WS
               MOVE "C" TO FORMA-SEL-WS (QTD-SEL-WS)
           ELSE
               MOVE "D" TO FORMA-SEL-WS (QTD-SEL-WS).
           MOVE "S" TO MARCA-SEL-WS (QTD-SEL-WS)
           GO TO LE-AGENDA-EXIT.
       LE-AGENDA-FORA.
           IF QTD-FORA-WS NOT < 500
               ADD 1 TO DESCARTADOS-SEL-77
               GO TO LE-AGENDA-EXIT.
           ADD 1 TO QTD-FORA-WS
           MOVE FORN-CP-TX    TO FORN-FORA-WS    (QTD-FORA-WS)
           MOVE NUMERO-CP-TX  TO NUMERO-FORA-WS  (QTD-FORA-WS)
           MOVE PARCELA-CP-TX TO PARCELA-FORA-WS (QTD-FORA-WS)
           MOVE VENC-CP-TX    TO VENC-FORA-WS    (QTD-FORA-WS)
           MOVE SALDO-CP-WS   TO VALOR-FORA-WS   (QTD-FORA-WS)
           MOVE NOME-ED-WS    TO NOME-FORA-WS    (QTD-FORA-WS)
           MOVE MOTIVO-WS     TO MOTIVO-FORA-WS  (QTD-FORA-WS).
       LE-AGENDA-EXIT.
           EXIT.
      *
      *    MOSTRA UMA PARCELA SELECIONADA NO PAINEL
       MOSTRA-SELECAO.
           ADD 1 TO PAGINA-SEL-WS
           COMPUTE LINHA-SEL-WS = 4 + PAGINA-SEL-WS
           MOVE IDX-SEL-WS TO ITEM-TEL-WS
           MOVE FORN-SEL-WS (IDX-SEL-WS) TO FORN-TEL-WS
           MOVE NOME-SEL-WS (IDX-SEL-WS) TO NOME-TEL-WS
           MOVE NUMERO-SEL-WS (IDX-SEL-WS) TO NUMERO-TEL-WS
           MOVE PARCELA-SEL-WS (IDX-SEL-WS) TO PARCELA-TEL-WS
           MOVE VENC-SEL-WS (IDX-SEL-WS) TO VENC-AUX-WS
           MOVE DIA-VENC-AUX-WS TO DIA-TEL-WS
           MOVE MES-VENC-AUX-WS TO MES-TEL-WS
           MOVE ANO-VENC-AUX-WS TO ANO-TEL-WS
           MOVE VALOR-SEL-WS (IDX-SEL-WS) TO VALOR-TEL-WS
           MOVE BANCO-SEL-WS (IDX-SEL-WS) TO BANCO-TEL-WS
           MOVE FORMA-SEL-WS (IDX-SEL-WS) TO FORMA-TEL-WS
           MOVE SPACE TO MARCA-TEL-WS
           IF SEL-MARCADA (IDX-SEL-WS)
               MOVE "*" TO MARCA-TEL-WS.
           DISPLAY (LINHA-SEL-WS, 01) LINHA-TELA-WS.
      *
      *    MARCA OU DESMARCA UMA PARCELA PELO NUMERO DO ITEM
       MARCA-ITEM.
           MOVE ZEROS TO ITEM-ED-WS
           DISPLAY (23, 05) "Item a marcar/desmarcar..........:"
           ACCEPT (, ) ITEM-ED-WS WITH PROMPT UPDATE
           IF ESCAPE-77 NOT = ZEROS GO TO MARCA-ITEM-EXIT.
           IF ITEM-ED-WS = ZEROS OR ITEM-ED-WS > QTD-SEL-WS
               DISPLAY (24, 05) "ITEM INEXISTENTE                  "
               GO TO MARCA-ITEM-EXIT.
           IF SEL-MARCADA (ITEM-ED-WS)
               MOVE "N" TO MARCA-SEL-WS (ITEM-ED-WS)
           ELSE
               MOVE "S" TO MARCA-SEL-WS (ITEM-ED-WS).
           PERFORM CONTA-MARCADAS.
       MARCA-ITEM-EXIT.
           EXIT.
      *
       MARCA-TODAS.
           MOVE "S" TO MARCA-SEL-WS (IDX-SEL-WS).
      *
       DESMARCA-TODAS.
           MOVE "N" TO MARCA-SEL-WS (IDX-SEL-WS).
      *
      *    QUANTIDADE E VALOR DAS PARCELAS MARCADAS
       CONTA-MARCADAS.
           MOVE 0 TO MARCADAS-77 VALOR-MARCADO-WS
           PERFORM SOMA-MARCADA
               VARYING IDX-SEL-WS FROM 1 BY 1
               UNTIL IDX-SEL-WS > QTD-SEL-WS.
      *
       SOMA-MARCADA.
           IF SEL-MARCADA (IDX-SEL-WS)
               ADD 1 TO MARCADAS-77
               ADD VALOR-SEL-WS (IDX-SEL-WS) TO VALOR-MARCADO-WS.
      *
      *    GERA O ARQUIVO DO BANCO E REGISTRA AS PARCELAS ENVIADAS,
      *    TUDO SOB A TRAVA DO "ARQPGFO.DAT": O CONTROLE E RELIDO
      *    (OUTRA ESTACAO PODE TER MANDADO PARCELA DA MESMA AGENDA
      *    ENQUANTO O SUPERVISOR CONFERIA) E O NSA SAI DO CONTROLE
      *    RELIDO, PARA DOIS ARQUIVOS NUNCA TEREM O MESMO NUMERO
       GERA-PAGAMENTO.
           MOVE "N" TO CONFLITO-WS
           MOVE "N" TO CHEIO-PGF-WS
           MOVE "N" TO FALHOU-GRV-WS
           MOVE "ARQPGFO.LIV" TO TRAVA-LIV-WS
           MOVE "ARQPGFO.LCK" TO TRAVA-LCK-WS
           PERFORM OBTEM-TRAVA THRU OBTEM-TRAVA-EXIT
           PERFORM CARREGA-PGFO THRU CARREGA-PGFO-EXIT
           PERFORM CONFERE-CONFLITO
               VARYING IDX-SEL-WS FROM 1 BY 1
               UNTIL IDX-SEL-WS > QTD-SEL-WS
           IF HOUVE-CONFLITO
               GO TO GERA-PAGAMENTO-SOLTA.
      *    CONTROLE MAIOR QUE A TABELA NAO PODE SER REGRAVADO (AS
      *    LINHAS QUE NAO COUBERAM SERIAM PERDIDAS)
           IF DESCARTADOS-PGF-77 NOT = ZEROS
           OR QTD-PGFO-WS + MARCADAS-77 > 5000
               MOVE "S" TO CHEIO-PGF-WS
               GO TO GERA-PAGAMENTO-SOLTA.
           COMPUTE NSA-WS = MAIOR-NSA-PGF-WS + 1
           PERFORM GERA-ARQUIVO
           IF FALHOU-GRV
               GO TO GERA-PAGAMENTO-SOLTA.
           PERFORM REGISTRA-ENVIO
               VARYING IDX-SEL-WS FROM 1 BY 1
               UNTIL IDX-SEL-WS > QTD-SEL-WS
           PERFORM GRAVA-PGFO.
       GERA-PAGAMENTO-SOLTA.
           PERFORM SOLTA-TRAVA.
       GERA-PAGAMENTO-EXIT.
           EXIT.
      *
       CONFERE-CONFLITO.
           IF SEL-MARCADA (IDX-SEL-WS)
               MOVE FILIAL-CP-WS TO FILIAL-BUSCA-PGF-WS
               MOVE FORN-SEL-WS (IDX-SEL-WS) TO FORN-BUSCA-PGF-WS
               MOVE NUMERO-SEL-WS (IDX-SEL-WS) TO NUMERO-BUSCA-PGF-WS
               MOVE PARCELA-SEL-WS (IDX-SEL-WS)
                   TO PARCELA-BUSCA-PGF-WS
               PERFORM ACHA-PGFO
               IF IDX-ACHADO-PGF-WS NOT = ZEROS
                   IF PGF-ENVIADA (IDX-ACHADO-PGF-WS)
                   OR PGF-PAGA (IDX-ACHADO-PGF-WS)
                       MOVE "S" TO CONFLITO-WS.
      *
      *    ACRESCENTA AO CONTROLE A LINHA "E" DA PARCELA ENVIADA
       REGISTRA-ENVIO.
           IF SEL-MARCADA (IDX-SEL-WS)
               ADD 1 TO QTD-PGFO-WS
               MOVE FILIAL-CP-WS TO FILIAL-TAB-PGF-WS (QTD-PGFO-WS)
               MOVE FORN-SEL-WS (IDX-SEL-WS)
                   TO FORN-TAB-PGF-WS (QTD-PGFO-WS)
               MOVE NUMERO-SEL-WS (IDX-SEL-WS)
                   TO NUMERO-TAB-PGF-WS (QTD-PGFO-WS)
               MOVE PARCELA-SEL-WS (IDX-SEL-WS)
                   TO PARCELA-TAB-PGF-WS (QTD-PGFO-WS)
               MOVE NSA-WS TO NSA-TAB-PGF-WS (QTD-PGFO-WS)
               MOVE BANCO-PAG-WS TO BANCO-TAB-PGF-WS (QTD-PGFO-WS)
               MOVE HOJE-WS TO ENVIO-TAB-PGF-WS (QTD-PGFO-WS)
               MOVE PAGTO-AMD-WS TO PAGTO-TAB-PGF-WS (QTD-PGFO-WS)
               MOVE VALOR-SEL-WS (IDX-SEL-WS)
                   TO VALOR-TAB-PGF-WS (QTD-PGFO-WS)
               MOVE FORMA-SEL-WS (IDX-SEL-WS)
                   TO FORMA-TAB-PGF-WS (QTD-PGFO-WS)
               MOVE "E" TO SITUACAO-TAB-PGF-WS (QTD-PGFO-WS)
               MOVE ZEROS TO RETORNO-TAB-PGF-WS (QTD-PGFO-WS)
               MOVE SPACES TO OCORR-TAB-PGF-WS (QTD-PGFO-WS)
               MOVE OPERADOR-EXEC-WS
                   TO OPERADOR-TAB-PGF-WS (QTD-PGFO-WS)
               MOVE SUPERVISOR-LIB-WS
                   TO SUPERVISOR-TAB-PGF-WS (QTD-PGFO-WS)
               ADD 1 TO GRAVADOS-77.
      *
      *    ARQUIVO CNAB 240: HEADER, LOTE DE CREDITO EM CONTA, LOTE DE
      *    DOC, TRAILER. GRAVA SOB NOME TEMPORARIO E SO EFETIVA NO
      *    FIM, PARA NUNCA FICAR ARQUIVO PELA METADE SOB O NOME QUE O
      *    BANCO RECEBE
       GERA-ARQUIVO.
           MOVE NSA-WS TO NSA-REM-WS
           MOVE ".TMP" TO EXT-REM-WS
           OPEN OUTPUT ARQ-REM
           IF ESTADO-REM NOT = ZEROS
               MOVE "S" TO FALHOU-GRV-WS.
           MOVE 0 TO LOTE-ATUAL-WS QTD-REG-ARQ-WS
           MOVE AGENCIA-TAB-BAN-WS (IDX-PAG-BAN-WS) TO AGENCIA-PAG-WS
           MOVE CONTA-TAB-BAN-WS (IDX-PAG-BAN-WS) TO CONTA-PAG-WS
           MOVE CEDENTE-TAB-BAN-WS (IDX-PAG-BAN-WS) TO CONVENIO-PAG-WS
           MOVE FILIAL-CP-WS TO FILIAL-BUSCA-EMP-WS
           PERFORM ACHA-EMPRESA
           IF ACHADO-RAZAO-EMP-WS = SPACES
               MOVE "PAGAMENTOS FOXMIGRA" TO ACHADO-RAZAO-EMP-WS.

           MOVE SPACES TO REG-REM240
           MOVE BANCO-PAG-WS TO BANCO-HA240
           MOVE ZEROS TO LOTE-HA240
           MOVE "0" TO TIPO-HA240
           MOVE 2 TO INSCR-TIPO-HA240
           MOVE ACHADO-CGC-EMP-WS TO INSCR-HA240
           MOVE CONVENIO-PAG-WS TO CONVENIO-HA240
           MOVE AGENCIA-PAG-WS TO AGENCIA-HA240
           MOVE CONTA-PAG-WS TO CONTA-HA240
           MOVE SPACE TO DV-AGE-HA240 DV-CTA-HA240
           MOVE ACHADO-RAZAO-EMP-WS TO EMPRESA-HA240
           MOVE 1 TO CODREM-HA240
           MOVE HOJE-DMA-WS TO DATA-GER-HA240
           ACCEPT HORA-GER-HA240 FROM TIME
           MOVE NSA-WS TO SEQ-ARQ-HA240
           MOVE 040 TO VERSAO-HA240
           PERFORM GRAVA-REM

           MOVE "C" TO FORMA-LOTE-WS
           PERFORM GERA-LOTE THRU GERA-LOTE-EXIT
           MOVE "D" TO FORMA-LOTE-WS
           PERFORM GERA-LOTE THRU GERA-LOTE-EXIT

           MOVE SPACES TO REG-REM240
           MOVE BANCO-PAG-WS TO BANCO-TA240
           MOVE 9999 TO LOTE-TA240
           MOVE "9" TO TIPO-TA240
           MOVE LOTE-ATUAL-WS TO QTDLOTES-TA240
           ADD 1 TO QTD-REG-ARQ-WS
           MOVE QTD-REG-ARQ-WS TO QTDREG-TA240
           WRITE REG-REM240
           IF ESTADO-REM NOT = ZEROS
               MOVE "S" TO FALHOU-GRV-WS.
           CLOSE ARQ-REM
           MOVE ARQREM-WS TO NOME-TMP-WS
           MOVE ".REM" TO EXT-REM-WS
           MOVE ARQREM-WS TO NOME-DEF-WS
           IF FALHOU-GRV
               CALL "CBL_DELETE_FILE" USING NOME-TMP-WS
               MOVE 8 TO RETURN-CODE
           ELSE
               CALL "CBL_DELETE_FILE" USING NOME-DEF-WS
               CALL "CBL_RENAME_FILE" USING NOME-TMP-WS NOME-DEF-WS.
      *
      *    UM LOTE POR FORMA DE PAGAMENTO (SO SE HOUVER PARCELA
      *    MARCADA NA FORMA)
       GERA-LOTE.
           MOVE 0 TO QTD-LOTE-WS
           PERFORM CONTA-LOTE
               VARYING IDX-SEL-WS FROM 1 BY 1
               UNTIL IDX-SEL-WS > QTD-SEL-WS
           IF QTD-LOTE-WS = ZEROS
               GO TO GERA-LOTE-EXIT.
           ADD 1 TO LOTE-ATUAL-WS
           MOVE 0 TO SEQ-LOTE-WS QTD-REG-LOTE-WS SOMA-LOTE-WS

           MOVE SPACES TO REG-REM240
           MOVE BANCO-PAG-WS TO BANCO-HL240
           MOVE LOTE-ATUAL-WS TO LOTE-HL240
           MOVE "1" TO TIPO-HL240
           MOVE "C" TO OPER-HL240
           MOVE 20 TO SERV-HL240
           IF FORMA-LOTE-WS = "C"
               MOVE 01 TO FORMA-HL240
           ELSE
               MOVE 03 TO FORMA-HL240.
           MOVE 030 TO VERSAO-HL240
           MOVE 2 TO INSCR-TIPO-HL240
           MOVE ACHADO-CGC-EMP-WS TO INSCR-HL240
           MOVE CONVENIO-PAG-WS TO CONVENIO-HL240
           MOVE AGENCIA-PAG-WS TO AGENCIA-HL240
           MOVE CONTA-PAG-WS TO CONTA-HL240
           MOVE SPACE TO DV-AGE-HL240 DV-CTA-HL240
           MOVE ACHADO-RAZAO-EMP-WS TO EMPRESA-HL240
           MOVE ACHADO-ENDER-EMP-WS TO ENDERECO-HL240
           PERFORM GRAVA-REM
           ADD 1 TO QTD-REG-LOTE-WS

           PERFORM GERA-SEGMENTO-A THRU GERA-SEGMENTO-A-EXIT
               VARYING IDX-SEL-WS FROM 1 BY 1
               UNTIL IDX-SEL-WS > QTD-SEL-WS

           MOVE SPACES TO REG-REM240
           MOVE BANCO-PAG-WS TO BANCO-TL240
           MOVE LOTE-ATUAL-WS TO LOTE-TL240
           MOVE "5" TO TIPO-TL240
           ADD 1 TO QTD-REG-LOTE-WS
           MOVE QTD-REG-LOTE-WS TO QTDREG-TL240
           MOVE SOMA-LOTE-WS TO SOMA-TL240
           MOVE ZEROS TO QTD-MOEDA-TL240 AVISO-TL240
           PERFORM GRAVA-REM.
       GERA-LOTE-EXIT.
           EXIT.
      *
       CONTA-LOTE.
           IF SEL-MARCADA (IDX-SEL-WS)
           AND FORMA-SEL-WS (IDX-SEL-WS) = FORMA-LOTE-WS
               ADD 1 TO QTD-LOTE-WS.
      *
      *    SEGMENTO A DE UMA PARCELA MARCADA DA FORMA DO LOTE (CAMARA
      *    000 = CREDITO EM CONTA, 700 = DOC)
       GERA-SEGMENTO-A.
           IF NOT SEL-MARCADA (IDX-SEL-WS)
           OR FORMA-SEL-WS (IDX-SEL-WS) NOT = FORMA-LOTE-WS
               GO TO GERA-SEGMENTO-A-EXIT.
           ADD 1 TO SEQ-LOTE-WS
           MOVE SPACES TO REG-REM240
           MOVE BANCO-PAG-WS TO BANCO-A240
           MOVE LOTE-ATUAL-WS TO LOTE-A240
           MOVE "3" TO TIPO-A240
           MOVE SEQ-LOTE-WS TO SEQ-A240
           MOVE "A" TO SEG-A240
           MOVE 0 TO TIPO-MOV-A240
           MOVE 00 TO COD-MOV-A240
           IF FORMA-LOTE-WS = "C"
               MOVE 000 TO CAMARA-A240
           ELSE
               MOVE 700 TO CAMARA-A240.
           MOVE BANCO-SEL-WS (IDX-SEL-WS) TO BANCO-FAV-A240
           MOVE AGENCIA-SEL-WS (IDX-SEL-WS) TO AGENCIA-FAV-A240
           MOVE DV-AGENCIA-SEL-WS (IDX-SEL-WS) TO DV-AGE-FAV-A240
           MOVE CONTA-SEL-WS (IDX-SEL-WS) TO CONTA-FAV-A240
           MOVE DV-CONTA-SEL-WS (IDX-SEL-WS) TO DV-CTA-FAV-A240
           MOVE NOME-SEL-WS (IDX-SEL-WS) TO NOME-FAV-A240
           MOVE FILIAL-CP-WS TO FILIAL-SN-WS
           MOVE FORN-SEL-WS (IDX-SEL-WS) TO FORN-SN-WS
           MOVE NUMERO-SEL-WS (IDX-SEL-WS) TO NUMERO-SN-WS
           MOVE PARCELA-SEL-WS (IDX-SEL-WS) TO PARCELA-SN-WS
           MOVE SEU-NUM-WS TO SEU-NUM-A240
           MOVE PAGTO-DMA-WS TO DATA-PAG-A240
           MOVE "BRL" TO MOEDA-A240
           MOVE ZEROS TO QTD-MOEDA-A240
           MOVE VALOR-SEL-WS (IDX-SEL-WS) TO VALOR-A240
           MOVE ZEROS TO DATA-REAL-A240 VALOR-REAL-A240 AVISO-A240
           PERFORM GRAVA-REM
           ADD 1 TO QTD-REG-LOTE-WS
           ADD VALOR-SEL-WS (IDX-SEL-WS) TO SOMA-LOTE-WS.
       GERA-SEGMENTO-A-EXIT.
           EXIT.
      *
       GRAVA-REM.
           WRITE REG-REM240
           IF ESTADO-REM NOT = ZEROS
               MOVE "S" TO FALHOU-GRV-WS.
           ADD 1 TO QTD-REG-ARQ-WS.
      *
      *    LISTA DE AUTORIZACAO PARA ASSINATURA: PARCELAS DO ARQUIVO
      *    POR FORMA, AS DESMARCADAS NA CONFERENCIA E AS QUE FICARAM
      *    FORA DO ARQUIVO
       IMPRIME-AUTORIZACAO.
           OPEN OUTPUT ARQ-REL
           MOVE ARQREM-WS TO ARQ-CAB-WS
           MOVE NSA-WS TO NSA-CAB-WS
           WRITE REG-REL FROM LINHA-CAB1-WS
           MOVE FILIAL-CP-WS TO FILIAL-CAB-WS
           MOVE ACHADO-RAZAO-EMP-WS TO RAZAO-CAB-WS
           WRITE REG-REL FROM LINHA-CAB2-WS
           MOVE BANCO-PAG-WS TO BANCO-CAB-WS
           MOVE AGENCIA-PAG-WS TO AGENCIA-CAB-WS
           MOVE CONTA-PAG-WS TO CONTA-CAB-WS
           MOVE DIA-PAG-WS TO DIA-PAG-CAB-WS
           MOVE MES-PAG-WS TO MES-PAG-CAB-WS
           MOVE ANO-PAG-WS TO ANO-PAG-CAB-WS
           MOVE DIA-LIM-WS TO DIA-LIM-CAB-WS
           MOVE MES-LIM-WS TO MES-LIM-CAB-WS
           MOVE ANO-LIM-WS TO ANO-LIM-CAB-WS
           WRITE REG-REL FROM LINHA-CAB3-WS
           MOVE SPACES TO REG-REL
           WRITE REG-REL
           WRITE REG-REL FROM LINHA-TIT-WS

           MOVE "C" TO FORMA-LOTE-WS
           MOVE "TOTAL CREDITO EM CONTA" TO TITULO-TOT-WS
           PERFORM IMPRIME-FORMA
           MOVE "D" TO FORMA-LOTE-WS
           MOVE "TOTAL DOC" TO TITULO-TOT-WS
           PERFORM IMPRIME-FORMA
           MOVE "TOTAL DO ARQUIVO" TO TITULO-TOT-WS
           MOVE MARCADAS-77 TO QTD-TOT-WS
           MOVE VALOR-MARCADO-WS TO VALOR-TOT-WS
           WRITE REG-REL FROM LINHA-TOT-WS

           COMPUTE QTD-DESM-WS = QTD-SEL-WS - MARCADAS-77
           MOVE 0 TO VALOR-DESM-WS
           PERFORM SOMA-DESMARCADA
               VARYING IDX-SEL-WS FROM 1 BY 1
               UNTIL IDX-SEL-WS > QTD-SEL-WS
           MOVE "DESMARCADAS NA CONFERENCIA" TO TITULO-TOT-WS
           MOVE QTD-DESM-WS TO QTD-TOT-WS
           MOVE VALOR-DESM-WS TO VALOR-TOT-WS
           WRITE REG-REL FROM LINHA-TOT-WS

           IF QTD-FORA-WS NOT = ZEROS
               MOVE SPACES TO REG-REL
               WRITE REG-REL
               MOVE "PARCELAS FORA DO ARQUIVO (OUTRO MEIO OU CADFORC)"
                   TO REG-REL
               WRITE REG-REL
               MOVE 0 TO VALOR-FORA-TOT-WS
               PERFORM IMPRIME-FORA
                   VARYING IDX-FORA-WS FROM 1 BY 1
                   UNTIL IDX-FORA-WS > QTD-FORA-WS
               MOVE "TOTAL FORA DO ARQUIVO" TO TITULO-TOT-WS
               MOVE QTD-FORA-WS TO QTD-TOT-WS
               MOVE VALOR-FORA-TOT-WS TO VALOR-TOT-WS
               WRITE REG-REL FROM LINHA-TOT-WS.

           MOVE SPACES TO REG-REL
           WRITE REG-REL
           WRITE REG-REL
           MOVE "OPERADOR................: " TO TITULO-ASS-WS
           MOVE OPERADOR-EXEC-WS TO CODIGO-ASS-WS
           WRITE REG-REL FROM LINHA-ASS-WS
           MOVE SPACES TO REG-REL
           WRITE REG-REL
           MOVE "AUTORIZADO (SUPERVISOR): " TO TITULO-ASS-WS
           MOVE SUPERVISOR-LIB-WS TO CODIGO-ASS-WS
           WRITE REG-REL FROM LINHA-ASS-WS
           CLOSE ARQ-REL.
      *
       IMPRIME-FORMA.
           MOVE 0 TO QTD-FORMA-WS VALOR-FORMA-WS
           PERFORM IMPRIME-PARCELA
               VARYING IDX-SEL-WS FROM 1 BY 1
               UNTIL IDX-SEL-WS > QTD-SEL-WS
           IF QTD-FORMA-WS NOT = ZEROS
               MOVE QTD-FORMA-WS TO QTD-TOT-WS
               MOVE VALOR-FORMA-WS TO VALOR-TOT-WS
               WRITE REG-REL FROM LINHA-TOT-WS.
      *
       IMPRIME-PARCELA.
           IF SEL-MARCADA (IDX-SEL-WS)
           AND FORMA-SEL-WS (IDX-SEL-WS) = FORMA-LOTE-WS
               MOVE FORN-SEL-WS (IDX-SEL-WS) TO FORN-LIN-WS
               MOVE NOME-SEL-WS (IDX-SEL-WS) TO NOME-LIN-WS
               MOVE NUMERO-SEL-WS (IDX-SEL-WS) TO NUMERO-LIN-WS
               MOVE PARCELA-SEL-WS (IDX-SEL-WS) TO PARCELA-LIN-WS
               MOVE VENC-SEL-WS (IDX-SEL-WS) TO VENC-AUX-WS
               MOVE DIA-VENC-AUX-WS TO DIA-LIN-WS
               MOVE MES-VENC-AUX-WS TO MES-LIN-WS
               MOVE ANO-VENC-AUX-WS TO ANO-LIN-WS
               MOVE VALOR-SEL-WS (IDX-SEL-WS) TO VALOR-LIN-WS
               MOVE BANCO-SEL-WS (IDX-SEL-WS) TO BANCO-LIN-WS
               MOVE AGENCIA-SEL-WS (IDX-SEL-WS) TO AGENCIA-LIN-WS
               MOVE DV-AGENCIA-SEL-WS (IDX-SEL-WS)
                   TO DV-AGENCIA-LIN-WS
               MOVE CONTA-SEL-WS (IDX-SEL-WS) TO CONTA-LIN-WS
               MOVE DV-CONTA-SEL-WS (IDX-SEL-WS) TO DV-CONTA-LIN-WS
               IF FORMA-LOTE-WS = "C"
                   MOVE "CREDITO EM CONTA" TO FORMA-LIN-WS
               ELSE
                   MOVE "DOC" TO FORMA-LIN-WS
               END-IF
               WRITE REG-REL FROM LINHA-PAG-WS
               ADD 1 TO QTD-FORMA-WS
               ADD VALOR-SEL-WS (IDX-SEL-WS) TO VALOR-FORMA-WS.
      *
       SOMA-DESMARCADA.
           IF NOT SEL-MARCADA (IDX-SEL-WS)
               ADD VALOR-SEL-WS (IDX-SEL-WS) TO VALOR-DESM-WS.
      *
       IMPRIME-FORA.
           MOVE FORN-FORA-WS (IDX-FORA-WS) TO FORN-LIN-WS
           MOVE NOME-FORA-WS (IDX-FORA-WS) TO NOME-LIN-WS
           MOVE NUMERO-FORA-WS (IDX-FORA-WS) TO NUMERO-LIN-WS
           MOVE PARCELA-FORA-WS (IDX-FORA-WS) TO PARCELA-LIN-WS
           MOVE VENC-FORA-WS (IDX-FORA-WS) TO VENC-AUX-WS
           MOVE DIA-VENC-AUX-WS TO DIA-LIN-WS
           MOVE MES-VENC-AUX-WS TO MES-LIN-WS
           MOVE ANO-VENC-AUX-WS TO ANO-LIN-WS
           MOVE VALOR-FORA-WS (IDX-FORA-WS) TO VALOR-LIN-WS
           MOVE ZEROS TO BANCO-LIN-WS AGENCIA-LIN-WS CONTA-LIN-WS
           MOVE SPACE TO DV-AGENCIA-LIN-WS DV-CONTA-LIN-WS
           MOVE MOTIVO-FORA-WS (IDX-FORA-WS) TO FORMA-LIN-WS
           WRITE REG-REL FROM LINHA-PAG-WS
           ADD VALOR-FORA-WS (IDX-FORA-WS) TO VALOR-FORA-TOT-WS.
      *
      *    CARREGA OS NOMES DO x:ARQFORN.TXT (SEM O EXTRATO, O NOME
      *    SAI EM BRANCO NO ARQUIVO E NA LISTA)
       CARREGA-NOMES.
           MOVE 0 TO QTD-NOME-WS
           MOVE SPACES TO ARQFRN-WS
           STRING U-CP-WS ":ARQFORN.TXT"
               DELIMITED BY SIZE INTO ARQFRN-WS
           MOVE "N" TO FIM-FRN-WS
           OPEN INPUT ARQ-FRN
           IF ESTADO-FRN NOT = ZEROS
               GO TO CARREGA-NOMES-EXIT.
           PERFORM LE-NOME THRU LE-NOME-EXIT UNTIL ACABOU-FRN
           CLOSE ARQ-FRN.
       CARREGA-NOMES-EXIT.
           EXIT.
      *
       LE-NOME.
           READ ARQ-FRN AT END MOVE "S" TO FIM-FRN-WS END-READ
           IF ACABOU-FRN GO TO LE-NOME-EXIT.
           IF REG-FRN (1:1) = "0" AND REG-FRN (2:4) = "CONV"
               GO TO LE-NOME-EXIT.
           IF REG-FRN (1:1) = "9" AND REG-FRN (22:50) = SPACES
               GO TO LE-NOME-EXIT.
           IF QTD-NOME-WS < 3000
               ADD 1 TO QTD-NOME-WS
               MOVE COD-FRN-TX  TO COD-NOME-WS  (QTD-NOME-WS)
               MOVE DESC-FRN-TX TO DESC-NOME-WS (QTD-NOME-WS).
       LE-NOME-EXIT.
           EXIT.
      *
      *    NOME DO FORNECEDOR COD-BUSCA-NOME-WS NO EXTRATO
       ACHA-NOME.
           MOVE SPACES TO NOME-ED-WS
           PERFORM VARYING IDX-NOME-WS FROM 1 BY 1
               UNTIL IDX-NOME-WS > QTD-NOME-WS
               OR COD-NOME-WS (IDX-NOME-WS) = COD-BUSCA-NOME-WS
           END-PERFORM
           IF IDX-NOME-WS NOT > QTD-NOME-WS
               MOVE DESC-NOME-WS (IDX-NOME-WS) TO NOME-ED-WS.
      *
      *    GRAVA UMA LINHA NO LOG PERSISTENTE DE EXECUCOES (CONVLOG.LOG)
       GRAVA-LOG.
           MOVE "CONVPGFO" TO PROGRAMA-LOG-TX
           ACCEPT DATA-EXEC-LOG-TX FROM DATE YYYYMMDD
           ACCEPT HORA-EXEC-LOG-TX FROM TIME
           MOVE OPERADOR-EXEC-WS TO OPERADOR-LOG-TX
           ACCEPT HORA-FIM-EXEC-WS FROM TIME
           PERFORM CALCULA-DURACAO
           MOVE HORA-INI6-EXEC-WS TO HORA-INI-LOG-TX
           MOVE DURACAO-EXEC-WS TO DURACAO-LOG-TX
           MOVE SPACES TO FILTRO-LOG-TX
           STRING "NSA=" NSA-WS " BANCO=" BANCO-PAG-WS
               " FILIAL=" FILIAL-CP-WS " PARC=" MARCADAS-77
               " ATE=" LIMITE-AMD-WS
               DELIMITED BY SIZE
               INTO FILTRO-LOG-TX
           MOVE LIDOS-77 TO LIDOS-LOG-TX
           MOVE GRAVADOS-77 TO GRAVADOS-LOG-TX
           MOVE QTD-FORA-WS TO GRAVADOS2-LOG-TX
           MOVE "CONVPGFO.REL" TO NOME-REL-ARR-WS
           PERFORM GUARDA-RELATORIO THRU GUARDA-RELATORIO-EXIT
           OPEN EXTEND ARQ-LOG
           IF  ESTADO-LOG NOT = ZEROS
               OPEN OUTPUT ARQ-LOG.
           WRITE REGLOG-TX
           CLOSE ARQ-LOG.
      *
           COPY FILIALPR.
      *
           COPY FORCPR.
      *
           COPY PGTOPR.
      *
           COPY PGFOPR.
      *
           COPY BANCOPR.
      *
           COPY EMPREPR.
      *
           COPY TRAVAPR.
      *
           COPY LIBPR.
      *
           COPY DURAPR.
      *
           COPY OPERPR.
      *
           COPY ARQRPR.
