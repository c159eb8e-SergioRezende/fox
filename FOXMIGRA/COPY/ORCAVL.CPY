      *
      *    COPY ORCAVL
      *    TABELA EM MEMORIA DO CADASTRO DE ORCAMENTO (ARQ.
      *    "ARQORCA.DAT"), CARREGADA POR CARREGA-ORCA (COPY ORCAPR).
      *    O CHAMADOR PREENCHE CONTA-BUSCA-ORC-WS, CUSTO-BUSCA-ORC-WS,
      *    ANO-BUSCA-ORC-WS E MES-BUSCA-ORC-WS E PERFORMA ACHA-ORCA;
      *    IDX-ACHADO-ORC-WS VOLTA COM O INDICE OU ZEROS QUANDO A
      *    LINHA NAO ESTA CADASTRADA.
      *
       77  ESTADO-ORC                PIC X(02).
       01  TAB-ORCA-WS.
           05  TAB-ORCA-ITEM OCCURS 4000 TIMES.
               10  CONTA-TAB-ORC-WS          PIC 9(11).
               10  CUSTO-TAB-ORC-WS          PIC 9(03).
               10  ANO-TAB-ORC-WS            PIC 9(04).
               10  MES-TAB-ORC-WS            PIC 9(02).
               10  VALOR-TAB-ORC-WS          PIC S9(11)V99.
       77  QTD-ORCA-WS        VALUE 0          PIC 9(04).
       77  IDX-ORC-WS                          PIC 9(04).
       77  FIM-ORC-WS                          PIC X(01).
           88  ACABOU-ORC                      VALUE "S".
       77  CONTA-BUSCA-ORC-WS                  PIC 9(11).
       77  CUSTO-BUSCA-ORC-WS                  PIC 9(03).
       77  ANO-BUSCA-ORC-WS                    PIC 9(04).
       77  MES-BUSCA-ORC-WS                    PIC 9(02).
       77  IDX-ACHADO-ORC-WS                   PIC 9(04).
