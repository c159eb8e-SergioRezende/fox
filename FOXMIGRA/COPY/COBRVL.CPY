      *
      *    COPY COBRVL
      *    TABELA EM MEMORIA DO CADASTRO DE COBRADORES POR REGIAO
      *    (ARQ. "ARQCOBR.DAT"), CARREGADA POR CARREGA-COBRADOR (COPY
      *    COBRPR). O CHAMADOR PREENCHE REGIAO-BUSCA-COB-WS E PERFORMA
      *    ACHA-COBRADOR; IDX-ACHADO-COB-WS VOLTA COM O INDICE NA
      *    TABELA OU ZEROS QUANDO A REGIAO NAO TEM COBRADOR.
      *
       77  ESTADO-COB                PIC X(02).
       01  TAB-COBR-WS.
           05  TAB-COBR-ITEM OCCURS 300 TIMES.
               10  REGIAO-TAB-COB-WS         PIC 9(03).
               10  COBRADOR-TAB-COB-WS       PIC 9(03).
               10  NOME-TAB-COB-WS           PIC X(30).
       77  QTD-COBR-WS        VALUE 0          PIC 9(03).
       77  IDX-COB-WS                          PIC 9(03).
       77  FIM-COB-WS                          PIC X(01).
           88  ACABOU-COB                      VALUE "S".
       77  REGIAO-BUSCA-COB-WS                 PIC 9(03).
       77  IDX-ACHADO-COB-WS                   PIC 9(03).
