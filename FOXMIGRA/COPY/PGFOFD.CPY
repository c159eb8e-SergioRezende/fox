      *
      *    COPY PGFOFD
      *    FD E REGISTRO DO CONTROLE DAS PARCELAS DO CONTAS A PAGAR
      *    ENVIADAS AO BANCO NO ARQUIVO DE PAGAMENTO A FORNECEDORES
      *    (ARQ. "ARQPGFO.DAT"). O CONVPGFO ACRESCENTA UMA LINHA POR
      *    PARCELA AUTORIZADA ("E" = ENVIADA, AGUARDANDO RETORNO) E O
      *    CONVPGRT MARCA A LINHA COM O RETORNO DO BANCO ("P" = PAGA,
      *    COM O PAGAMENTO LANCADO NO "ARQPGTO.DAT"; "R" = REJEITADA,
      *    COM O CODIGO DA OCORRENCIA - A PARCELA VOLTA A SER
      *    SELECIONAVEL). NSA = NUMERO SEQUENCIAL DO ARQUIVO ENVIADO;
      *    FORMA "C" = CREDITO EM CONTA NO PROPRIO BANCO PAGADOR,
      *    "D" = DOC PARA OUTRO BANCO. VALOR EM CENTAVOS.
      *
       FD  ARQ-PGF
           LABEL RECORD IS STANDARD.
       01  REGPGF-TX.
           05  FILIAL-PGF-TX             PIC 9(02).
           05  FORN-PGF-TX               PIC 9(04).
           05  NUMERO-PGF-TX             PIC 9(06).
           05  PARCELA-PGF-TX            PIC 9(01).
           05  NSA-PGF-TX                PIC 9(06).
           05  BANCO-PGF-TX              PIC 9(03).
           05  ENVIO-PGF-TX              PIC 9(08).
           05  PAGTO-PGF-TX              PIC 9(08).
           05  VALOR-PGF-TX              PIC 9(13).
           05  FORMA-PGF-TX              PIC X(01).
           05  SITUACAO-PGF-TX           PIC X(01).
           05  RETORNO-PGF-TX            PIC 9(08).
           05  OCORR-PGF-TX              PIC X(10).
           05  OPERADOR-PGF-TX           PIC X(08).
           05  SUPERVISOR-PGF-TX         PIC X(08).
