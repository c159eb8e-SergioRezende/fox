      *    PROPRIO DAS LIBERACOES (ARQ. "CONVLIB.LOG", UMA LINHA POR
      *    LIBERACAO COM OPERADOR, DATA/HORA E A FILIAL/FAIXA
      *    LIBERADA - QUANDO O RECEPTOR RECEBE NUMERO DUPLICADO,
      *    "QUEM LIBEROU A RECONVERSAO" TEM RESPOSTA). COM O
      *    CADASTRO DE OPERADORES (COPY OPERFD) A LINHA LEVA TAMBEM
      *    O CODIGO DO SUPERVISOR QUE LIBEROU (EM BRANCO NAS LINHAS
      *    ANTIGAS E NAS LIBERADAS PELA SENHA DO CONVSENH.DAT).
      *
       FD  ARQ-SEN
           LABEL RECORD IS STANDARD.
           05  DATA-LIB-TX               PIC 9(08).
           05  HORA-LIB-TX               PIC 9(06).
           05  TEXTO-LIB-TX              PIC X(40).
           05  SUPERVISOR-LIB-TX         PIC X(08).
