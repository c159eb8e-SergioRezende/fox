      *
      *    COPY CFOPSL
      *    SELECT DO CADASTRO DE CFO - NATUREZA DE OPERACAO (ARQ.
      *    "ARQCFO.DAT"), COMUM AO CADCFOP E AOS RELATORIOS FISCAIS
      *
           SELECT      ARQ-CFP    ASSIGN     TO   "ARQCFO.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ESTADO-CFP.
