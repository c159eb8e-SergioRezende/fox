      *
      *    COPY PGTOVL
      *    TABELA EM MEMORIA DOS PAGAMENTOS DE UMA FILIAL (ARQ.
      *    "ARQPGTO.DAT"), ACUMULADOS POR PARCELA, CARREGADA POR
      *    CARREGA-PGTO (COPY PGTOPR) PARA A FILIAL EM
      *    FILIAL-BUSCA-PGT-WS. O CHAMADOR PREENCHE FORN-, NUMERO- E
      *    PARCELA-BUSCA-PGT-WS E PERFORMA ACHA-PGTO;
      *    IDX-ACHADO-PGT-WS VOLTA COM O INDICE OU ZEROS QUANDO A
      *    PARCELA NAO TEM PAGAMENTO. USADO-TAB-PGT-WS FICA POR CONTA
      *    DO CHAMADOR (PAGAMENTO CASADO COM A AGENDA).
      *
       77  ESTADO-PGT                PIC X(02).
       01  TAB-PGTO-WS.
           05  TAB-PGTO-ITEM OCCURS 3000 TIMES.
               10  FORN-TAB-PGT-WS           PIC 9(04).
               10  NUMERO-TAB-PGT-WS         PIC 9(06).
               10  PARCELA-TAB-PGT-WS        PIC 9(01).
               10  VALOR-TAB-PGT-WS          PIC S9(13).
               10  JUROS-TAB-PGT-WS          PIC 9(13).
               10  DESCONTO-TAB-PGT-WS       PIC 9(13).
               10  ULT-DATA-TAB-PGT-WS       PIC 9(08).
               10  USADO-TAB-PGT-WS          PIC X(01).
       77  QTD-PGTO-WS        VALUE 0          PIC 9(04).
       77  IDX-PGT-WS                          PIC 9(04).
       77  DESCARTADOS-PGT-77 VALUE 0          PIC 9(05).
       77  FIM-PGT-WS                          PIC X(01).
           88  ACABOU-PGT                      VALUE "S".
       77  FILIAL-BUSCA-PGT-WS                 PIC 9(02).
       77  FORN-BUSCA-PGT-WS                   PIC 9(04).
       77  NUMERO-BUSCA-PGT-WS                 PIC 9(06).
       77  PARCELA-BUSCA-PGT-WS                PIC 9(01).
       77  IDX-ACHADO-PGT-WS                   PIC 9(04).
