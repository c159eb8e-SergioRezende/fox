      *
      *    COPY CEPFD
      *    FD E REGISTRO DO CADASTRO DE FAIXAS DE CEP (ARQ.
      *    "ARQCEP.DAT"), MANTIDO PELO CADCEP. CADA LINHA DA O
      *    PRIMEIRO E O ULTIMO CEP (8 DIGITOS: CEP + SUFIXO) DE UM
      *    MUNICIPIO, PELO CODIGO IBGE DO CADASTRO DE MUNICIPIOS
      *    ("ARQMUNIC.DAT"), OU DA UF INTEIRA QUANDO O CODIGO IBGE
      *    VEM ZERADO. UM MUNICIPIO OU UMA UF PODE TER MAIS DE UMA
      *    FAIXA.
      *
       FD  ARQ-CEP
           LABEL RECORD IS STANDARD.
       01  REGCEP-TX.
           05  UF-CEP-TX                 PIC X(02).
           05  IBGE-CEP-TX               PIC 9(07).
           05  INICIO-CEP-TX             PIC 9(08).
           05  FIM-CEP-TX                PIC 9(08).
