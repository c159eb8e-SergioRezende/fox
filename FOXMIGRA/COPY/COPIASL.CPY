      *
      *    COPY COPIASL
      *    SELECT DO CATALOGO DAS COPIAS DE SEGURANCA DOS ARQUIVOS DE
      *    CONTROLE (ARQ. "CONVCOPI.DAT"), COMUM A CADEIA (CONVLOTE),
      *    QUE TIRA A COPIA ANTES DA PRIMEIRA ETAPA, E A RESTAURACAO
      *    (CADCOPIA)
      *
           SELECT      ARQ-CPI    ASSIGN     TO   "CONVCOPI.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ESTADO-CPI.
