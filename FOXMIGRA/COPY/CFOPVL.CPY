      *
      *    COPY CFOPVL
      *    TABELA EM MEMORIA DO CADASTRO DE CFO (ARQ. "ARQCFO.DAT"),
      *    CARREGADA POR CARREGA-CFOP (COPY CFOPPR). O CHAMADOR
      *    PREENCHE CODIGO-BUSCA-CFP-WS E PERFORMA ACHA-CFOP;
      *    IDX-ACHADO-CFP-WS VOLTA COM O INDICE OU ZEROS QUANDO O CFO
      *    NAO ESTA CADASTRADO.
      *    OS RELATORIOS FISCAIS PERFORMAM CONFERE-CFOP THRU
      *    CONFERE-CFOP-EXIT, QUE DEVOLVE EM ATUAL-CFP-WS A DESCRICAO
      *    E OS INDICADORES DO CFO E ANOTA NA LISTA DE EXCECOES (COM
      *    O DOCUMENTO EM DOC-BUSCA-CFP-WS) O CFO FORA DO CADASTRO.
      *    SEM CADASTRO (ARQUIVO AUSENTE OU VAZIO), OU COM O CFO FORA
      *    DELE, ACHOU-CFP FICA DESLIGADO E O RELATORIO SEGUE A SUA
      *    REGRA ANTIGA.
      *
       77  ESTADO-CFP                PIC X(02).
       01  TAB-CFOP-WS.
           05  TAB-CFOP-ITEM OCCURS 300 TIMES.
               10  CODIGO-TAB-CFP-WS         PIC 9(03).
               10  DESCR-TAB-CFP-WS          PIC X(30).
               10  TIPO-TAB-CFP-WS           PIC X(01).
               10  ICMS-TAB-CFP-WS           PIC X(01).
               10  IPI-TAB-CFP-WS            PIC X(01).
               10  RECEITA-TAB-CFP-WS        PIC X(01).
               10  TRANSF-TAB-CFP-WS         PIC X(01).
       77  QTD-CFOP-WS        VALUE 0          PIC 9(03).
       77  IDX-CFP-WS                          PIC 9(03).
       77  FIM-CFP-WS                          PIC X(01).
           88  ACABOU-CFP                      VALUE "S".
       77  CODIGO-BUSCA-CFP-WS                 PIC 9(03).
       77  IDX-ACHADO-CFP-WS                   PIC 9(03).
      *
      *    DESCRICAO E INDICADORES DO ULTIMO CFO CONFERIDO
       77  ACHOU-CFP-WS                        PIC X(01).
           88  ACHOU-CFP                       VALUE "S".
       01  ATUAL-CFP-WS.
           05  DESCR-ATU-CFP-WS                PIC X(30).
           05  TIPO-ATU-CFP-WS                 PIC X(01).
           05  ICMS-ATU-CFP-WS                 PIC X(01).
               88  ICMS-DEB-ATU-CFP            VALUE "D".
               88  ICMS-CRE-ATU-CFP            VALUE "C".
           05  IPI-ATU-CFP-WS                  PIC X(01).
               88  IPI-DEB-ATU-CFP             VALUE "D".
               88  IPI-CRE-ATU-CFP             VALUE "C".
           05  RECEITA-ATU-CFP-WS              PIC X(01).
               88  RECEITA-ATU-CFP             VALUE "S".
           05  TRANSF-ATU-CFP-WS               PIC X(01).
               88  TRANSF-ATU-CFP              VALUE "S".
      *
      *    LISTA DE EXCECOES: DOCUMENTOS COM CFO FORA DO CADASTRO,
      *    IMPRESSA ANTES DO LIVRO (COPY CFOPEXPR)
       77  DOC-BUSCA-CFP-WS                    PIC X(40).
       77  QTD-EXC-CFP-WS     VALUE 0          PIC 9(03).
       77  IDX-EXC-CFP-WS                      PIC 9(03).
       77  DESCARTADOS-EXC-CFP-77 VALUE 0      PIC 9(05).
       01  TAB-EXC-CFP-WS.
           05  TAB-EXC-CFP-ITEM OCCURS 300 TIMES.
               10  CODIGO-EXC-CFP-WS         PIC 9(03).
               10  DOC-EXC-CFP-WS            PIC X(40).
       01  LINHA-EXC-CFP-WS.
           05  FILLER  VALUE "  CFO "          PIC X(06).
           05  CODIGO-LIN-CFP-WS               PIC 9(03).
           05  FILLER  VALUE " FORA DO CADASTRO - "
                                               PIC X(20).
           05  DOC-LIN-CFP-WS                  PIC X(40).
