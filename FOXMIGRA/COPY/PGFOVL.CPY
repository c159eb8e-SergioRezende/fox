      *
      *    COPY PGFOVL
      *    TABELA EM MEMORIA DO CONTROLE DAS PARCELAS ENVIADAS AO
      *    BANCO (ARQ. "ARQPGFO.DAT"), CARREGADA POR CARREGA-PGFO
      *    (COPY PGFOPR). O CHAMADOR PREENCHE FILIAL-, FORN-, NUMERO-
      *    E PARCELA-BUSCA-PGF-WS E PERFORMA ACHA-PGFO;
      *    IDX-ACHADO-PGF-WS VOLTA COM A LINHA MAIS RECENTE DA
      *    PARCELA OU ZEROS QUANDO ELA NUNCA FOI ENVIADA.
      *    MAIOR-NSA-PGF-WS VOLTA COM O ULTIMO NSA JA USADO.
      *
       77  ESTADO-PGF                PIC X(02).
       01  TAB-PGFO-WS.
           05  TAB-PGFO-ITEM OCCURS 5000 TIMES.
               10  FILIAL-TAB-PGF-WS         PIC 9(02).
               10  FORN-TAB-PGF-WS           PIC 9(04).
               10  NUMERO-TAB-PGF-WS         PIC 9(06).
               10  PARCELA-TAB-PGF-WS        PIC 9(01).
               10  NSA-TAB-PGF-WS            PIC 9(06).
               10  BANCO-TAB-PGF-WS          PIC 9(03).
               10  ENVIO-TAB-PGF-WS          PIC 9(08).
               10  PAGTO-TAB-PGF-WS          PIC 9(08).
               10  VALOR-TAB-PGF-WS          PIC 9(13).
               10  FORMA-TAB-PGF-WS          PIC X(01).
               10  SITUACAO-TAB-PGF-WS       PIC X(01).
                   88  PGF-ENVIADA           VALUE "E".
                   88  PGF-PAGA              VALUE "P".
                   88  PGF-REJEITADA         VALUE "R".
               10  RETORNO-TAB-PGF-WS        PIC 9(08).
               10  OCORR-TAB-PGF-WS          PIC X(10).
               10  OPERADOR-TAB-PGF-WS       PIC X(08).
               10  SUPERVISOR-TAB-PGF-WS     PIC X(08).
       77  QTD-PGFO-WS        VALUE 0          PIC 9(04).
       77  IDX-PGF-WS                          PIC 9(04).
       77  DESCARTADOS-PGF-77 VALUE 0          PIC 9(05).
       77  FIM-PGF-WS                          PIC X(01).
           88  ACABOU-PGF                      VALUE "S".
       77  MAIOR-NSA-PGF-WS                    PIC 9(06).
       77  FILIAL-BUSCA-PGF-WS                 PIC 9(02).
       77  FORN-BUSCA-PGF-WS                   PIC 9(04).
       77  NUMERO-BUSCA-PGF-WS                 PIC 9(06).
       77  PARCELA-BUSCA-PGF-WS                PIC 9(01).
       77  IDX-ACHADO-PGF-WS                   PIC 9(04).
