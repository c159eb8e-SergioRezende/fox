      *    FAIXA DE DATAS OU CORTE USADOS). O TRAILER "9" CONTINUA
      *    CONTANDO SOMENTE OS REGISTROS DE DETALHE, DE FORMA QUE O
      *    CABECALHO NAO ENTRA NA QUANTIDADE NEM NO CONTROLE DO LOTE.
      *    TESTE-CAB-WS "T" MARCA ARQUIVO GERADO PELO CONVLOTE EM
      *    MODO TESTE: O CONVMANF NAO O MANIFESTA E O CONVTRAN NAO O
      *    TRANSMITE.
      *
       01  REGCAB-WS.
           05  TIPO-REG-CAB-WS   VALUE "0"     PIC X(01).
           05  DATA-GER-CAB-WS                 PIC 9(08).
           05  HORA-GER-CAB-WS                 PIC 9(06).
           05  FILIAL-CAB-WS                   PIC 9(02).
           05  FAIXA-CAB-WS                    PIC X(39).
           05  TESTE-CAB-WS      VALUE SPACE   PIC X(01).
               88  CAB-TESTE                   VALUE "T".
