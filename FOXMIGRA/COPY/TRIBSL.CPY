      *
      *    COPY TRIBSL
      *    SELECT DO CADASTRO DE PARAMETROS DE PIS/FINSOCIAL (ARQ.
      *    "ARQTRIB.DAT"), COMUM AO CADTRIB E AO CONVPISF
      *
           SELECT      ARQ-TRB    ASSIGN     TO   "ARQTRIB.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ESTADO-TRB.
