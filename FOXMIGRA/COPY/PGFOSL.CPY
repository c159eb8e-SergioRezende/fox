      *
      *    COPY PGFOSL
      *    SELECT DO CONTROLE DAS PARCELAS ENVIADAS AO BANCO NO
      *    ARQUIVO DE PAGAMENTO A FORNECEDORES (ARQ. "ARQPGFO.DAT"),
      *    COMUM A REMESSA (CONVPGFO) E AO RETORNO (CONVPGRT)
      *
           SELECT      ARQ-PGF    ASSIGN     TO   "ARQPGFO.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ESTADO-PGF.
