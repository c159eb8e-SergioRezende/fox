      *
      *    COPY PEDIDVL
      *    TABELA EM MEMORIA DO CADASTRO DE PEDIDOS DE COMPRA (ARQ.
      *    "ARQPEDID.DAT"), CARREGADA POR CARREGA-PEDIDO (COPY
      *    PEDIDPR). O CHAMADOR PREENCHE NUMERO-BUSCA-PED-WS E
      *    CODIGO-BUSCA-PED-WS E PERFORMA ACHA-PEDIDO;
      *    IDX-ACHADO-PED-WS VOLTA COM O INDICE OU ZEROS QUANDO O
      *    ITEM NAO CONSTA DO PEDIDO. ACHA-NUM-PEDIDO PROCURA SO O
      *    NUMERO (PRIMEIRA LINHA DO PEDIDO). RECEB-TAB-PED-WS NAO
      *    VAI PARA O ARQUIVO: ACUMULA O RECEBIDO NA CONFERENCIA.
      *
       77  ESTADO-PED                PIC X(02).
       01  TAB-PEDIDO-WS.
           05  TAB-PEDIDO-ITEM OCCURS 1000 TIMES.
               10  NUMERO-TAB-PED-WS         PIC 9(06).
               10  FILIAL-TAB-PED-WS         PIC 9(02).
               10  FORN-TAB-PED-WS           PIC 9(04).
               10  CODIGO-TAB-PED-WS         PIC X(08).
               10  QTD-TAB-PED-WS            PIC 9(05).
               10  PRECO-TAB-PED-WS          PIC 9(13).
               10  PREVISTO-TAB-PED-WS.
                   15  ANO-PREV-TAB-PED-WS   PIC 9(04).
                   15  MES-PREV-TAB-PED-WS   PIC 9(02).
                   15  DIA-PREV-TAB-PED-WS   PIC 9(02).
               10  SITUACAO-TAB-PED-WS       PIC X(01).
               10  RECEB-TAB-PED-WS          PIC 9(07).
       77  QTD-PEDIDO-WS      VALUE 0          PIC 9(04).
       77  IDX-PED-WS                          PIC 9(04).
       77  FIM-PED-WS                          PIC X(01).
           88  ACABOU-PED                      VALUE "S".
       77  NUMERO-BUSCA-PED-WS                 PIC 9(06).
       77  CODIGO-BUSCA-PED-WS                 PIC X(08).
       77  IDX-ACHADO-PED-WS                   PIC 9(04).
