      *
      *    COPY CEPSL
      *    SELECT DO CADASTRO DE FAIXAS DE CEP (ARQ. "ARQCEP.DAT"),
      *    COMUM A MANUTENCAO (CADCEP) E A CONFERENCIA DOS ENDERECOS
      *    DE CLIENTES (CONVCEP)
      *
           SELECT      ARQ-CEP    ASSIGN     TO   "ARQCEP.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ESTADO-CEP.
