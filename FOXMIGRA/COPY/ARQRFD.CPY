      *
      *    COPY ARQRFD
      *    FD DO INDICE DO ARQUIVO DE RELATORIOS (ARQ.
      *    "CONVARQR.DAT"). UMA LINHA POR RELATORIO GUARDADO, COM O
      *    NUMERO QUE VAI NO NOME DA COPIA ("RLnnnnnn.ARQ"), O
      *    PROGRAMA, A FILIAL E O PERIODO DO RELATORIO, A DATA/HORA
      *    EM QUE FOI GERADO, O OPERADOR, A DATA A PARTIR DA QUAL
      *    PODE SER EXPURGADO, O NOME ORIGINAL E O FILTRO DA EXECUCAO.
      *
       FD  ARQ-ARR
           LABEL RECORD IS STANDARD.
       01  REGARR-TX.
           05  NUMERO-ARR-TX             PIC 9(06).
           05  PROGRAMA-ARR-TX           PIC X(08).
           05  FILIAL-ARR-TX             PIC 9(02).
      *        00 = RELATORIO SEM FILIAL (CONSOLIDADO OU GERAL)
           05  PERIODO-ARR-TX            PIC 9(06).
      *        AAAAMM DO MES DO FILTRO OU, SEM ELE, DO MES GERADO
           05  DATA-ARR-TX               PIC 9(08).
           05  HORA-ARR-TX               PIC 9(06).
           05  OPERADOR-ARR-TX           PIC X(08).
           05  VENCE-ARR-TX              PIC 9(08).
           05  ORIGEM-ARR-TX             PIC X(14).
           05  FILTRO-ARR-TX             PIC X(40).
