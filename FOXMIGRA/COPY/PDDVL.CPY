      *
      *    COPY PDDVL
      *    TABELA EM MEMORIA DOS PERCENTUAIS DA PROVISAO PARA
      *    DEVEDORES DUVIDOSOS (ARQ. "ARQPDD.DAT"), CARREGADA POR
      *    CARREGA-PDD (COPY PDDPR) EM ORDEM DO LIMITE DE DIAS. O
      *    CHAMADOR PREENCHE ATRASO-BUSCA-PDD-WS (NEGATIVO OU ZERO =
      *    A VENCER) E PERFORMA ACHA-FAIXA-PDD; IDX-ACHADO-PDD-WS
      *    VOLTA COM A FAIXA (ZEROS SO COM A TABELA VAZIA).
      *
       77  ESTADO-PDD                PIC X(02).
       01  TAB-PDD-WS.
           05  TAB-PDD-ITEM OCCURS 20 TIMES.
               10  DIAS-TAB-PDD-WS           PIC 9(04).
               10  PERC-TAB-PDD-WS           PIC 9(03)V99.
               10  DESCR-TAB-PDD-WS          PIC X(20).
       77  QTD-PDD-WS         VALUE 0          PIC 9(02).
       77  IDX-PDD-WS                          PIC 9(02).
       77  FIM-PDD-WS                          PIC X(01).
           88  ACABOU-PDD                      VALUE "S".
       77  ATRASO-BUSCA-PDD-WS                 PIC S9(05).
       77  IDX-ACHADO-PDD-WS                   PIC 9(02).
