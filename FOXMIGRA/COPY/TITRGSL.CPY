      *
      *    COPY TITRGSL
      *    SELECT DO CONTROLE DA COBRANCA REGISTRADA POR TITULO (ARQ.
      *    "ARQTITRG.DAT"), COMUM A REMESSA (CONVREME), AO RETORNO
      *    (CONVRETO) E AO RELATORIO DE PENDENCIAS (CONVTREG)
      *
           SELECT      ARQ-TRG    ASSIGN     TO   "ARQTITRG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ESTADO-TRG.
