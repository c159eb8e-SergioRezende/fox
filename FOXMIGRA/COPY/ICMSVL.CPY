      *
      *    COPY ICMSVL
      *    TABELA EM MEMORIA DAS ALIQUOTAS DE ICMS POR UF (ARQ.
      *    "ARQICMS.DAT"), CARREGADA POR CARREGA-ICMS (COPY ICMSPR).
      *    O CHAMADOR PREENCHE UFORI-BUSCA-ICM-WS E UFDES-BUSCA-ICM-WS
      *    E PERFORMA ACHA-ICMS; IDX-ACHADO-ICM-WS VOLTA COM O INDICE
      *    OU ZEROS QUANDO O PAR NAO ESTA CADASTRADO.
      *
       77  ESTADO-ICM                PIC X(02).
       01  TAB-ICMS-WS.
           05  TAB-ICMS-ITEM OCCURS 800 TIMES.
               10  UFORI-TAB-ICM-WS          PIC X(02).
               10  UFDES-TAB-ICM-WS          PIC X(02).
               10  ALIQ-TAB-ICM-WS           PIC 9(02)V9(01).
       77  QTD-ICMS-WS        VALUE 0          PIC 9(03).
       77  IDX-ICM-WS                          PIC 9(03).
       77  FIM-ICM-WS                          PIC X(01).
           88  ACABOU-ICM                      VALUE "S".
       77  UFORI-BUSCA-ICM-WS                  PIC X(02).
       77  UFDES-BUSCA-ICM-WS                  PIC X(02).
       77  IDX-ACHADO-ICM-WS                   PIC 9(03).
