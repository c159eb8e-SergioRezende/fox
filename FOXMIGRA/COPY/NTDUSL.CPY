      *
      *    COPY NTDUSL
      *    SELECT DO CONTROLE DAS NOTAS DE ENTRADA SUSPEITAS DE
      *    DUPLICIDADE (ARQ. "ARQNTDU.DAT"), COMUM A CONFERENCIA
      *    (CONVNTDU), A LIBERACAO (CADNTDU) E A AGENDA DO CONTAS A
      *    PAGAR (CONVPAGA)
      *
           SELECT      ARQ-NDU    ASSIGN     TO   "ARQNTDU.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ESTADO-NDU.
