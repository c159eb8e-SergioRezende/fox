      *
      *    COPY CALENFD
      *    FD E REGISTRO DO CALENDARIO DE DIAS UTEIS E FERIADOS
      *    (ARQ. "ARQCALEN.DAT"), MANTIDO PELO CADCALEN. UMA LINHA POR
      *    DIA SEM EXPEDIENTE. FILIAL 00 VALE PARA TODAS AS FILIAIS;
      *    ANO 0000 REPETE A DATA TODO ANO (FERIADO FIXO). O TIPO "T"
      *    (DATA ZERADA) DECLARA QUE A FILIAL NAO TRABALHA EM NENHUM
      *    SABADO. DOMINGO NUNCA E DIA UTIL E NAO PRECISA DE LINHA.
      *
       FD  ARQ-CLD
           LABEL RECORD IS STANDARD.
       01  REGCLD-TX.
           05  FILIAL-CLD-TX             PIC 9(02).
           05  DATA-CLD-TX               PIC 9(08).
      *        AAAAMMDD (AAAA = 0000 PARA FERIADO FIXO)
           05  TIPO-CLD-TX               PIC X(01).
      *        "N" = FERIADO NACIONAL    "E" = FERIADO ESTADUAL
      *        "M" = FERIADO MUNICIPAL   "S" = SABADO SEM EXPEDIENTE
      *        "T" = TODOS OS SABADOS SEM EXPEDIENTE (DATA ZERADA)
           05  DESCRICAO-CLD-TX          PIC X(30).
