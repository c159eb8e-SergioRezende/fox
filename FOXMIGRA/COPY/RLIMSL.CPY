      *
      *    COPY RLIMSL
      *    SELECT DAS PROPOSTAS DE REVISAO DE LIMITE DE CREDITO (ARQ.
      *    "x:REVLIMff.TXT"), GERADAS PELO CONVRLIM E DECIDIDAS PELO
      *    SUPERVISOR DE CREDITO NO CADRLIM
      *
           SELECT      ARQ-RLM    ASSIGN     TO   DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ESTADO-RLM.
