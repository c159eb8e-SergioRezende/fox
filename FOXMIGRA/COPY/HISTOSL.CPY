      *
      *    COPY HISTOSL
      *    SELECT DO CADASTRO DE DE-PARA DE HISTORICOS DO DIARIO
      *    (ARQ. "ARQHISTO.DAT"), COMUM AO CADHISTO E AO CONVDIR
      *
           SELECT      ARQ-HIS    ASSIGN     TO   "ARQHISTO.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ESTADO-HIS.
