      *
      *    COPY FOLHAFD
      *    FD E REGISTRO DO CONTROLE DE FOLHAS DE COBRANCA (ARQ.
      *    "CONVFOLH.DAT"). UMA LINHA POR FOLHA EMITIDA PELO CONVROTA,
      *    NUMERADA POR FILIAL, COM O COBRADOR, A DATA DA COBRANCA, A
      *    QUANTIDADE DE TITULOS E O SALDO ENTREGUE. O CONVDEVF MARCA
      *    A DEVOLUCAO QUANDO A FOLHA VOLTA PARA A DIGITACAO DAS
      *    BAIXAS. DATAS EM AAAAMMDD.
      *
       FD  ARQ-FOL
           LABEL RECORD IS STANDARD.
       01  REGFOL-TX.
           05  FILIAL-FOL-TX             PIC 9(02).
           05  NUMERO-FOL-TX             PIC 9(06).
           05  COBRADOR-FOL-TX           PIC 9(03).
           05  NOME-FOL-TX               PIC X(30).
           05  DATA-COB-FOL-TX           PIC 9(08).
           05  EMISSAO-FOL-TX            PIC 9(08).
           05  QTD-FOL-TX                PIC 9(04).
           05  TOTAL-FOL-TX              PIC 9(13).
           05  OPERADOR-FOL-TX           PIC X(08).
           05  SITUACAO-FOL-TX           PIC X(01).
      *        "E" = EMITIDA (COM O COBRADOR)   "D" = DEVOLVIDA
           05  DEVOL-FOL-TX              PIC 9(08).
           05  OPER-DEV-FOL-TX           PIC X(08).
