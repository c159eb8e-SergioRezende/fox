      *
      *    COPY PGTOSL
      *    SELECT DO ARQUIVO DE PAGAMENTOS DO CONTAS A PAGAR (ARQ.
      *    "ARQPGTO.DAT"), COMUM AO CADPGTO E AO CONVCPAB
      *
           SELECT      ARQ-PGT    ASSIGN     TO   "ARQPGTO.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ESTADO-PGT.
