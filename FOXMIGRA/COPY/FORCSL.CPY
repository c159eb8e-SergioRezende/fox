      *
      *    COPY FORCSL
      *    SELECT DO CADASTRO COMPLEMENTAR DE FORNECEDORES (ARQ.
      *    "ARQFORC.DAT"), COMUM A MANUTENCAO (CADFORC) E A COBRANCA
      *    DOS CADASTROS QUE FALTAM (CONVFORC)
      *
           SELECT      ARQ-FORC   ASSIGN     TO   "ARQFORC.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ESTADO-FORC.
