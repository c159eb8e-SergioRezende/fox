      *
      *    COPY ALIMSL
      *    SELECT DAS ALTERACOES DE LIMITE APROVADAS E AINDA NAO
      *    APLICADAS AO CADASTRO DE CLIENTES (ARQ. "x:ATULIMff.TXT")
      *
           SELECT      ARQ-ALM    ASSIGN     TO   DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ESTADO-ALM.
