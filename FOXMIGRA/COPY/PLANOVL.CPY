      *
      *    COPY PLANOVL
      *    TABELA EM MEMORIA DO PLANO DE CONTAS (ARQ.
      *    "ARQPLANO.DAT"), CARREGADA POR CARREGA-PLANO (COPY
      *    PLANOPR) NA ORDEM DO ARQUIVO, QUE E A ORDEM DE CONTA. O
      *    CHAMADOR PREENCHE CONTA-BUSCA-PLA-WS E PERFORMA
      *    ACHA-PLANO; IDX-ACHADO-PLA-WS VOLTA COM O INDICE OU ZEROS
      *    QUANDO A CONTA NAO ESTA NO PLANO.
      *
       77  ESTADO-PLA                PIC X(02).
       01  TAB-PLANO-WS.
           05  TAB-PLANO-ITEM OCCURS 2000 TIMES.
               10  CONTA-TAB-PLA-WS          PIC 9(11).
               10  DIGITO-TAB-PLA-WS         PIC 9(01).
               10  NOME-TAB-PLA-WS           PIC X(40).
               10  NATUREZA-TAB-PLA-WS       PIC X(01).
               10  TIPO-TAB-PLA-WS           PIC X(01).
                   88  ANALITICA-PLA         VALUE "A".
                   88  SINTETICA-PLA         VALUE "S".
               10  SUPERIOR-TAB-PLA-WS       PIC 9(11).
       77  QTD-PLANO-WS       VALUE 0          PIC 9(04).
       77  IDX-PLA-WS                          PIC 9(04).
       77  FIM-PLA-WS                          PIC X(01).
           88  ACABOU-PLA                      VALUE "S".
       77  CONTA-BUSCA-PLA-WS                  PIC 9(11).
       77  IDX-ACHADO-PLA-WS                   PIC 9(04).
