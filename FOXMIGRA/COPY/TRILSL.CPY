      *
      *    COPY TRILSL
      *    SELECT DA TRILHA DE ALTERACOES DOS CADASTROS (ARQ.
      *    "CADTRIL.LOG"), COMUM AS TELAS DE MANUTENCAO CAD* E AO
      *    RELATORIO CONVTRIL
      *
           SELECT      ARQ-TRL    ASSIGN     TO   "CADTRIL.LOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ESTADO-TRL.
