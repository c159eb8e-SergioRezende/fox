      *
      *    COPY PEDIDSL
      *    SELECT DO CADASTRO DE PEDIDOS DE COMPRA (ARQ.
      *    "ARQPEDID.DAT"), COMUM AO CADPEDID E AO CONVPEDI
      *
           SELECT      ARQ-PED    ASSIGN     TO   "ARQPEDID.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ESTADO-PED.
