      *
      *    COPY ARQRSL
      *    SELECT DO INDICE DO ARQUIVO DE RELATORIOS (ARQ.
      *    "CONVARQR.DAT"), COMUM AOS PROGRAMAS QUE GRAVAM UM ".REL"
      *    (GUARDAM CADA EXECUCAO PELO COPY ARQRPR) E A CONSULTA E
      *    REIMPRESSAO (CADARQR)
      *
           SELECT      ARQ-ARR    ASSIGN     TO   "CONVARQR.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ESTADO-ARR.
