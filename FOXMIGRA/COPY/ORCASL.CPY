      *
      *    COPY ORCASL
      *    SELECT DO CADASTRO DE ORCAMENTO POR CONTA E CENTRO DE
      *    CUSTO (ARQ. "ARQORCA.DAT"), COMUM AO CADORCA E AO CONVORCA
      *
           SELECT      ARQ-ORC    ASSIGN     TO   "ARQORCA.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ESTADO-ORC.
