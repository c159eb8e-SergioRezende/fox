      *
      *    COPY FOLHASL
      *    SELECT DO CONTROLE DE FOLHAS DE COBRANCA (ARQ.
      *    "CONVFOLH.DAT"), COMUM AO CONVROTA (EMISSAO) E AO CONVDEVF
      *    (DEVOLUCAO)
      *
           SELECT      ARQ-FOL    ASSIGN     TO   "CONVFOLH.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ESTADO-FOL.
