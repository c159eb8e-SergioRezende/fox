      *
      *    COPY ARQRVL
      *    AREAS DO ARQUIVO DE RELATORIOS E REGRAS DE GUARDA POR TIPO
      *    DE RELATORIO. CADA PROGRAMA DA TABELA TEM UM TIPO; O TIPO
      *    DIZ QUANTOS MESES A COPIA FICA ANTES DE PODER SER EXPURGADA
      *    PELO CADARQR. PROGRAMA FORA DA TABELA E GERENCIAL. O
      *    CHAMADOR MOVE O NOME DO ".REL" PARA NOME-REL-ARR-WS (EM
      *    BRANCO = NOME DO PROGRAMA + ".REL") E PERFORMA
      *    GUARDA-RELATORIO (COPY ARQRPR).
      *
      *    TIPOS:  F = FISCAL/CONTABIL     60 MESES
      *            J = COBRANCA/JURIDICO   60 MESES
      *            G = GERENCIAL           12 MESES
      *            O = IMPRESSOS DE ROTINA 06 MESES
      *            V = VALIDACAO DO LOTE   03 MESES
      *
       77  ESTADO-ARR                PIC X(02).
       01  TIPOS-ARR-VL.
           05  FILLER  PIC X(03) VALUE "F60".
           05  FILLER  PIC X(03) VALUE "J60".
           05  FILLER  PIC X(03) VALUE "G12".
           05  FILLER  PIC X(03) VALUE "O06".
           05  FILLER  PIC X(03) VALUE "V03".
       01  FILLER REDEFINES TIPOS-ARR-VL.
           05  TIPO-ARR-VL OCCURS 05 TIMES.
               10  CODIGO-TIPO-ARR-VL        PIC X(01).
               10  MESES-TIPO-ARR-VL         PIC 9(02).
       77  QTD-TIPO-ARR-VL           PIC 9(02) VALUE 05.
      *
       01  PROGRAMAS-ARR-VL.
           05  FILLER  PIC X(45) VALUE
               "CONVAPURFCONVIPI FCONVISS FCONVPISFFCONVRETEF".
           05  FILLER  PIC X(45) VALUE
               "CONVLENTFCONVLSAIFCONVLINVFCONVSINTFCONVGAPSF".
           05  FILLER  PIC X(45) VALUE
               "CONVAICMFCONVBALAFCONVRAZAFCONVDEMOFCONVPDD F".
           05  FILLER  PIC X(45) VALUE
               "CONVPROTJCONVSPC JCONVCARTJCONVRENEJCONVEXTRJ".
           05  FILLER  PIC X(45) VALUE
               "CONVBLOQOCONVETIQOCONVGONDOCONVFICHOCONVROMAO".
           05  FILLER  PIC X(45) VALUE
               "CONVROTAOCONVCATAOCONVVARRVCONVREFIVCONVPROFV".
           05  FILLER  PIC X(45) VALUE
               "CONVXREFVCONVCHK VCONVPREVVCONVACEIVCONVCMPLV".
           05  FILLER  PIC X(09) VALUE "CONV2VIAO".
       01  FILLER REDEFINES PROGRAMAS-ARR-VL.
           05  PROGRAMA-ARR-VL OCCURS 36 TIMES.
               10  NOME-PRG-ARR-VL           PIC X(08).
               10  TIPO-PRG-ARR-VL           PIC X(01).
       77  QTD-PRG-ARR-VL            PIC 9(02) VALUE 36.
       77  IDX-PRG-ARR-WS            PIC 9(02).
       77  IDX-TIPO-ARR-WS           PIC 9(02).
       77  FIM-ARR-WS                PIC X(01).
           88  ACABOU-ARR            VALUE "S".
       77  RC-ARR-WS                 PIC S9(04).
       77  POS-ARR-WS                PIC 9(02).
       77  TIPO-ARR-WS               PIC X(01).
      *
      *    RELATORIO A GUARDAR E A SUA COPIA NO ARQUIVO
       01  NOME-REL-ARR-WS           PIC X(14).
       77  NUMERO-ARR-WS             PIC 9(06).
       01  NOME-ARQ-ARR-WS.
           05  FILLER VALUE "RL"     PIC X(02).
           05  NUMERO-ARQ-ARR-WS     PIC 9(06).
           05  FILLER VALUE ".ARQ"   PIC X(04).
           05  FILLER VALUE SPACES   PIC X(02).
      *
      *    DATA/HORA DO ".REL" NO DISCO ("CBL_CHECK_FILE_EXIST"): SO
      *    E GUARDADO O RELATORIO GRAVADO NESTA EXECUCAO
       01  INFO-REL-ARR-WS.
           05  TAM-REL-ARR-WS        PIC X(08) COMP-X.
           05  DIA-REL-ARR-WS        PIC X(01) COMP-X.
           05  MES-REL-ARR-WS        PIC X(01) COMP-X.
           05  ANO-REL-ARR-WS        PIC X(02) COMP-X.
           05  HH-REL-ARR-WS         PIC X(01) COMP-X.
           05  MM-REL-ARR-WS         PIC X(01) COMP-X.
           05  SS-REL-ARR-WS         PIC X(01) COMP-X.
           05  CC-REL-ARR-WS         PIC X(01) COMP-X.
       01  DATA-REL-ARR-WS           PIC 9(08).
       01  HORA-REL-ARR-WS           PIC 9(06).
       01  AGORA-ARR-WS              PIC 9(08).
       01  FILLER REDEFINES AGORA-ARR-WS.
           05  AGORA6-ARR-WS         PIC 9(06).
           05  FILLER                PIC 9(02).
      *
      *    VENCIMENTO DA GUARDA (DATA DO RELATORIO MAIS OS MESES DO
      *    TIPO; DIA ACIMA DE 28 VAI PARA 28)
       01  VENCE-ARR-WS.
           05  ANO-VENCE-ARR-WS      PIC 9(04).
           05  MES-VENCE-ARR-WS      PIC 9(02).
           05  DIA-VENCE-ARR-WS      PIC 9(02).
       01  VENCE-8-ARR-WS REDEFINES VENCE-ARR-WS PIC 9(08).
       77  MESES-ARR-WS              PIC 9(06).
      *
      *    PERIODO LIDO DO FILTRO DA EXECUCAO ("MES=mm/aaaa")
       01  PERIODO-ARR-WS.
           05  ANO-PER-ARR-WS        PIC 9(04).
           05  MES-PER-ARR-WS        PIC 9(02).
       01  PERIODO-6-ARR-WS REDEFINES PERIODO-ARR-WS PIC 9(06).
