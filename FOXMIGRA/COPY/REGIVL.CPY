      *
      *    COPY REGIVL
      *    TABELA EM MEMORIA DO CADASTRO DE REGIOES (ARQ.
      *    "ARQREGI.DAT"), CARREGADA POR CARREGA-REGIAO (COPY REGIPR).
      *    O CHAMADOR PREENCHE REGIAO-BUSCA-RGI-WS E PERFORMA
      *    ACHA-REGIAO; IDX-ACHADO-RGI-WS VOLTA COM O INDICE NA
      *    TABELA OU ZEROS QUANDO A REGIAO NAO ESTA CADASTRADA.
      *    OS RELATORIOS PERFORMAM DESCREVE-REGIAO THRU
      *    DESCREVE-REGIAO-EXIT, QUE DEVOLVE O NOME EM
      *    NOME-ATU-RGI-WS (EM BRANCO SEM CADASTRO).
      *
       77  ESTADO-RGI                PIC X(02).
       01  TAB-REGI-WS.
           05  TAB-REGI-ITEM OCCURS 300 TIMES.
               10  CODIGO-TAB-RGI-WS         PIC 9(03).
               10  NOME-TAB-RGI-WS           PIC X(30).
               10  FILIAL-TAB-RGI-WS         PIC 9(02).
               10  VENDEDOR-TAB-RGI-WS       PIC 9(03).
               10  PRACA-TAB-RGI-WS          PIC X(20).
               10  COBRANCA-TAB-RGI-WS       PIC X(01).
       77  QTD-REGI-WS        VALUE 0          PIC 9(03).
       77  IDX-RGI-WS                          PIC 9(03).
       77  FIM-RGI-WS                          PIC X(01).
           88  ACABOU-RGI                      VALUE "S".
       77  REGIAO-BUSCA-RGI-WS                 PIC 9(03).
       77  IDX-ACHADO-RGI-WS                   PIC 9(03).
       77  NOME-ATU-RGI-WS                     PIC X(30).
