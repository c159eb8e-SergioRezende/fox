      *
      *    COPY COBRSL
      *    SELECT DO CADASTRO DE COBRADORES POR REGIAO (ARQ.
      *    "ARQCOBR.DAT"), COMUM AO CADCOBR E AO CONVROTA
      *
           SELECT      ARQ-COB    ASSIGN     TO   "ARQCOBR.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ESTADO-COB.
