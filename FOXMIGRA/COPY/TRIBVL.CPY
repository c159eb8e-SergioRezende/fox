      *
      *    COPY TRIBVL
      *    TABELA EM MEMORIA DO CADASTRO DE PARAMETROS DE
      *    PIS/FINSOCIAL (ARQ. "ARQTRIB.DAT"), CARREGADA POR
      *    CARREGA-TRIBUTO (COPY TRIBPR). O CHAMADOR PREENCHE
      *    FILIAL-BUSCA-TRB-WS E PERFORMA ACHA-TRIBUTO;
      *    IDX-ACHADO-TRB-WS VOLTA COM O INDICE DA LINHA DA FILIAL,
      *    OU DA LINHA PADRAO (FILIAL 00) QUANDO A FILIAL NAO TEM
      *    LINHA PROPRIA, OU ZEROS QUANDO NENHUMA DAS DUAS EXISTE.
      *
       77  ESTADO-TRB                PIC X(02).
       01  TAB-TRIB-WS.
           05  TAB-TRIB-ITEM OCCURS 50 TIMES.
               10  FILIAL-TAB-TRB-WS         PIC 9(02).
               10  ALQPIS-TAB-TRB-WS         PIC 9(02)V9(02).
               10  ALQFIN-TAB-TRB-WS         PIC 9(02)V9(02).
               10  DIAPIS-TAB-TRB-WS         PIC 9(02).
               10  DIAFIN-TAB-TRB-WS         PIC 9(02).
       77  QTD-TRIB-WS        VALUE 0          PIC 9(02).
       77  IDX-TRB-WS                          PIC 9(02).
       77  FIM-TRB-WS                          PIC X(01).
           88  ACABOU-TRB                      VALUE "S".
       77  FILIAL-BUSCA-TRB-WS                 PIC 9(02).
       77  IDX-ACHADO-TRB-WS                   PIC 9(02).
