      *
      *    COPY PDDSL
      *    SELECT DA TABELA DE PERCENTUAIS DA PROVISAO PARA DEVEDORES
      *    DUVIDOSOS (ARQ. "ARQPDD.DAT"), COMUM AO CADPDD E AO CONVPDD
      *
           SELECT      ARQ-PDD    ASSIGN     TO   "ARQPDD.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ESTADO-PDD.
