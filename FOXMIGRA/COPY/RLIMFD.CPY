      *
      *    COPY RLIMFD
      *    FD E REGISTRO DAS PROPOSTAS DE REVISAO DE LIMITE (ARQ.
      *    "x:REVLIMff.TXT"). O CONVRLIM REGRAVA O ARQUIVO A CADA
      *    REVISAO COM TODAS AS LINHAS PENDENTES ("P"); O CADRLIM
      *    MARCA CADA LINHA APROVADA ("A") OU REJEITADA ("R"), COM O
      *    LIMITE APROVADO, QUEM DECIDIU E QUANDO. COMPRAS DA FAIXA E
      *    SALDO EM ABERTO NA MESMA UNIDADE DO LIMITE DO CADASTRO.
      *
       FD  ARQ-RLM
           LABEL     RECORD       STANDARD
           VALUE     OF FILE-ID   ARQRLM-WS
           DATA      RECORD       REGRLM-TX.
       01  REGRLM-TX.
           05  FILIAL-RLM-TX             PIC 9(02).
           05  CPF-RLM-TX                PIC 9(14).
           05  NOME-RLM-TX               PIC X(39).
           05  LIMITE-ATU-RLM-TX         PIC 9(07).
           05  LIMITE-PROP-RLM-TX        PIC 9(07).
           05  COMPRAS-RLM-TX            PIC 9(13).
           05  SALDO-RLM-TX              PIC 9(13).
           05  MEDIAS-DIAS-RLM-TX        PIC 9(03).
           05  MAIOR-ATRASO-RLM-TX       PIC 9(03).
           05  NEGATIVO-RLM-TX           PIC X(01).
           05  MOTIVO-RLM-TX             PIC X(20).
           05  SITUACAO-RLM-TX           PIC X(01).
               88  PROPOSTA-PENDENTE     VALUE "P".
               88  PROPOSTA-APROVADA     VALUE "A".
               88  PROPOSTA-REJEITADA    VALUE "R".
           05  LIMITE-APROV-RLM-TX       PIC 9(07).
           05  SUPERVISOR-RLM-TX         PIC X(08).
           05  DATA-DECISAO-RLM-TX       PIC 9(08).
