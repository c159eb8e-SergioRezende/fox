      *
      *    COPY ICMSSL
      *    SELECT DA TABELA DE ALIQUOTAS DE ICMS POR UF DE ORIGEM E
      *    DE DESTINO (ARQ. "ARQICMS.DAT"), COMUM AO CADICMS E AO
      *    CONVAICM
      *
           SELECT      ARQ-ICM    ASSIGN     TO   "ARQICMS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ESTADO-ICM.
