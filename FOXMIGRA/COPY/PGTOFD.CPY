      *
      *    COPY PGTOFD
      *    FD E REGISTRO DOS PAGAMENTOS DO CONTAS A PAGAR (ARQ.
      *    "ARQPGTO.DAT"), LANCADOS PELO CADPGTO. UMA LINHA POR
      *    PAGAMENTO DE PARCELA DA AGENDA x:CPff.TXT DO CONVPAGA
      *    (FILIAL, FORNECEDOR, NOTA, PARCELA), COM A DATA DO
      *    PAGAMENTO, O VALOR ABATIDO DA PARCELA, OS JUROS PAGOS E O
      *    DESCONTO OBTIDO (EM CENTAVOS), QUEM LANCOU E QUANDO. O
      *    ARQUIVO SO CRESCE: ESTORNO E UM LANCAMENTO NOVO COM O
      *    VALOR NEGATIVO.
      *
       FD  ARQ-PGT
           LABEL RECORD IS STANDARD.
       01  REGPGT-TX.
           05  FILIAL-PGT-TX             PIC 9(02).
           05  FORN-PGT-TX               PIC 9(04).
           05  NUMERO-PGT-TX             PIC 9(06).
           05  PARCELA-PGT-TX            PIC 9(01).
           05  DATA-PGT-TX.
               10  ANO-PGT-TX            PIC 9(04).
               10  MES-PGT-TX            PIC 9(02).
               10  DIA-PGT-TX            PIC 9(02).
           05  VALOR-PGT-TX              PIC S9(13).
           05  JUROS-PGT-TX              PIC 9(11).
           05  DESCONTO-PGT-TX           PIC 9(11).
           05  OPERADOR-PGT-TX           PIC X(08).
           05  DATA-LANC-PGT-TX          PIC 9(08).
