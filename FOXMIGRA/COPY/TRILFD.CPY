      *
      *    COPY TRILFD
      *    FD DA TRILHA DE ALTERACOES DOS CADASTROS (ARQ.
      *    "CADTRIL.LOG"). UMA LINHA POR INCLUSAO ("I"), ALTERACAO
      *    ("A") OU EXCLUSAO ("E") FEITA NAS TELAS CAD*, COM O
      *    OPERADOR, A DATA/HORA, O CADASTRO (NOME DO ARQUIVO .DAT),
      *    A CHAVE DA LINHA E AS IMAGENS ANTES E DEPOIS (A LINHA DA
      *    TABELA DO CADASTRO COMO ESTAVA NA TELA; ANTES EM BRANCO NA
      *    INCLUSAO E DEPOIS EM BRANCO NA EXCLUSAO).
      *
       FD  ARQ-TRL
           LABEL RECORD IS STANDARD.
       01  REGTRL-TX.
           05  OPERADOR-TRL-TX           PIC X(08).
           05  DATA-TRL-TX               PIC 9(08).
           05  HORA-TRL-TX               PIC 9(06).
           05  CADASTRO-TRL-TX           PIC X(08).
           05  OPERACAO-TRL-TX           PIC X(01).
           05  CHAVE-TRL-TX              PIC X(30).
           05  ANTES-TRL-TX              PIC X(120).
           05  DEPOIS-TRL-TX             PIC X(120).
