      *
      *    COPY DEMONVL
      *    TABELA EM MEMORIA DO LAYOUT DOS DEMONSTRATIVOS CONTABEIS
      *    (ARQ. "ARQDEMON.DAT"), CARREGADA POR CARREGA-DEMON (COPY
      *    DEMONPR) NA ORDEM DO ARQUIVO, QUE O CADDEMON MANTEM POR
      *    DEMONSTRATIVO E NUMERO DE LINHA. O CHAMADOR PREENCHE
      *    DEMONST-BUSCA-DEM-WS E LINHA-BUSCA-DEM-WS E PERFORMA
      *    ACHA-DEMON; IDX-ACHADO-DEM-WS VOLTA COM O INDICE OU ZEROS.
      *
       77  ESTADO-DEM                PIC X(02).
       01  TAB-DEMON-WS.
           05  TAB-DEMON-ITEM OCCURS 200 TIMES.
               10  DEMONST-TAB-DEM-WS        PIC X(01).
               10  LINHA-TAB-DEM-WS          PIC 9(03).
               10  DESCR-TAB-DEM-WS          PIC X(40).
               10  TIPO-TAB-DEM-WS           PIC X(01).
                   88  LINHA-CONTAS-DEM      VALUE "C".
                   88  LINHA-TOTAL-DEM       VALUE "T".
               10  INICIO-TAB-DEM-WS         PIC 9(11).
               10  FIM-TAB-DEM-WS            PIC 9(11).
               10  NATUREZA-TAB-DEM-WS       PIC X(01).
       77  QTD-DEMON-WS       VALUE 0          PIC 9(03).
       77  IDX-DEM-WS                          PIC 9(03).
       77  FIM-DEM-WS                          PIC X(01).
           88  ACABOU-DEM                      VALUE "S".
       77  DEMONST-BUSCA-DEM-WS                PIC X(01).
       77  LINHA-BUSCA-DEM-WS                  PIC 9(03).
       77  IDX-ACHADO-DEM-WS                   PIC 9(03).
