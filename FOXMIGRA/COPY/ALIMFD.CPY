      *
      *    COPY ALIMFD
      *    FD E REGISTRO DAS ALTERACOES DE LIMITE PENDENTES DE
      *    ATUALIZACAO NO CADASTRO (ARQ. "x:ATULIMff.TXT"). O CADRLIM
      *    ACRESCENTA UMA LINHA (EM EXTEND) POR PROPOSTA APROVADA:
      *    CLIENTE, LIMITE ANTERIOR, LIMITE NOVO, QUEM APROVOU, DATA
      *    E HORA DA APROVACAO.
      *
       FD  ARQ-ALM
           LABEL     RECORD       STANDARD
           VALUE     OF FILE-ID   ARQALM-WS
           DATA      RECORD       REGALM-TX.
       01  REGALM-TX.
           05  FILIAL-ALM-TX             PIC 9(02).
           05  CPF-ALM-TX                PIC 9(14).
           05  LIMITE-ANT-ALM-TX         PIC 9(07).
           05  LIMITE-NOVO-ALM-TX        PIC 9(07).
           05  SUPERVISOR-ALM-TX         PIC X(08).
           05  DATA-ALM-TX               PIC 9(08).
           05  HORA-ALM-TX               PIC 9(06).
