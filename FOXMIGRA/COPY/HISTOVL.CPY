      *
      *    COPY HISTOVL
      *    TABELA EM MEMORIA DO CADASTRO DE DE-PARA DE HISTORICOS
      *    (ARQ. "ARQHISTO.DAT"), CARREGADA POR CARREGA-HISTO (COPY
      *    HISTOPR). O CHAMADOR PREENCHE ANTIGO-BUSCA-HIS-WS E
      *    PERFORMA ACHA-HISTO; IDX-ACHADO-HIS-WS VOLTA COM O INDICE
      *    OU ZEROS QUANDO O HISTORICO NAO TEM DE-PARA.
      *
       77  ESTADO-HIS                PIC X(02).
       01  TAB-HISTO-WS.
           05  TAB-HISTO-ITEM OCCURS 100 TIMES.
               10  ANTIGO-TAB-HIS-WS         PIC 9(02).
               10  NOVO-TAB-HIS-WS           PIC 9(03).
               10  DESCR-TAB-HIS-WS          PIC X(30).
       77  QTD-HISTO-WS       VALUE 0          PIC 9(03).
       77  IDX-HIS-WS                          PIC 9(03).
       77  FIM-HIS-WS                          PIC X(01).
           88  ACABOU-HIS                      VALUE "S".
       77  ANTIGO-BUSCA-HIS-WS                 PIC 9(02).
       77  IDX-ACHADO-HIS-WS                   PIC 9(03).
