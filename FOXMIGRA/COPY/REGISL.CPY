      *
      *    COPY REGISL
      *    SELECT DO CADASTRO DE REGIOES (ARQ. "ARQREGI.DAT"), COMUM
      *    AO CADREGI, AO CONVXREF E AOS RELATORIOS POR REGIAO
      *
           SELECT      ARQ-RGI    ASSIGN     TO   "ARQREGI.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ESTADO-RGI.
