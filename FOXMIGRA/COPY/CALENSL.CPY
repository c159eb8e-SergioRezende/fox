      *
      *    COPY CALENSL
      *    SELECT DO CALENDARIO DE DIAS UTEIS E FERIADOS POR FILIAL
      *    (ARQ. "ARQCALEN.DAT"), COMUM AO CADCALEN E AOS PROGRAMAS
      *    QUE PROJETAM VENCIMENTOS OU CONTAM DIAS UTEIS
      *
           SELECT      ARQ-CLD    ASSIGN     TO   "ARQCALEN.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ESTADO-CLD.
