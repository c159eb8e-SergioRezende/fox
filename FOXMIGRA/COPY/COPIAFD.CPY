      *
      *    COPY COPIAFD
      *    FD DO CATALOGO DAS COPIAS DE SEGURANCA (ARQ.
      *    "CONVCOPI.DAT"). UMA LINHA POR COPIA, COM O NUMERO QUE VAI
      *    NO NOME DOS ARQUIVOS COPIADOS ("cccnnnnn.SNP", ccc = CODIGO
      *    DO ARQUIVO NA TABELA DO COPY COPIAVL), A DATA/HORA, A
      *    FILIAL E O DRIVE DA CADEIA, O OPERADOR, A ORIGEM E, NA
      *    ORDEM DA TABELA, SE CADA ARQUIVO EXISTIA E FOI COPIADO.
      *
       FD  ARQ-CPI
           LABEL RECORD IS STANDARD.
       01  REGCPI-TX.
           05  NUMERO-CPI-TX             PIC 9(05).
           05  DATA-CPI-TX               PIC 9(08).
           05  HORA-CPI-TX               PIC 9(06).
           05  FILIAL-CPI-TX             PIC 9(02).
           05  DRIVE-CPI-TX              PIC X(01).
           05  OPERADOR-CPI-TX           PIC X(08).
           05  ORIGEM-CPI-TX             PIC X(01).
      *        "L" = CADEIA (CONVLOTE)
      *        "R" = ESTADO ANTERIOR A UMA RESTAURACAO (CADCOPIA)
           05  PRESENTES-CPI-TX.
               10  PRESENTE-CPI-TX OCCURS 07 TIMES PIC X(01).
      *        "S" = COPIADO   "N" = NAO EXISTIA
