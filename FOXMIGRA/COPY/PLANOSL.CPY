      *
      *    COPY PLANOSL
      *    SELECT DO PLANO DE CONTAS (ARQ. "ARQPLANO.DAT"), COMUM AO
      *    CADPLANO, AO CONVBALA, AO CONVCTAB E AO CONVPLVA
      *
           SELECT      ARQ-PLA    ASSIGN     TO   "ARQPLANO.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ESTADO-PLA.
