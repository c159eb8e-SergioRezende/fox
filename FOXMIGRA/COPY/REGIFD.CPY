      *
      *    COPY REGIFD
      *    FD E REGISTRO DO CADASTRO DE REGIOES (ARQ. "ARQREGI.DAT"),
      *    MANTIDO PELO CADREGI. UMA LINHA POR REGIAO DE 3 DIGITOS
      *    (O MESMO NUMERO DO ARQCLI, DAS NOTAS, DO CADDUP E DAS
      *    BAIXAS) COM O NOME QUE SAI NOS RELATORIOS POR REGIAO, A
      *    FILIAL, O VENDEDOR RESPONSAVEL, A PRACA E SE A COBRANCA E
      *    EM CARTEIRA (COBRADOR DA CASA) OU POR BANCO.
      *
       FD  ARQ-RGI
           LABEL RECORD IS STANDARD.
       01  REGRGI-TX.
           05  CODIGO-RGI-TX             PIC 9(03).
           05  NOME-RGI-TX               PIC X(30).
           05  FILIAL-RGI-TX             PIC 9(02).
           05  VENDEDOR-RGI-TX           PIC 9(03).
           05  PRACA-RGI-TX              PIC X(20).
           05  COBRANCA-RGI-TX           PIC X(01).
      *        "C" = CARTEIRA (COBRADOR DA CASA)   "B" = BANCO
