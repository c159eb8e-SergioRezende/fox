      *
      *    COPY PLANOFD
      *    FD E REGISTRO DO PLANO DE CONTAS (ARQ. "ARQPLANO.DAT"),
      *    MANTIDO PELO CADPLANO EM ORDEM DE CONTA. UMA LINHA POR
      *    CONTA COM O DIGITO VERIFICADOR (O MESMO D-CHEC DO DIARIO),
      *    O NOME, A NATUREZA (D=DEVEDORA C=CREDORA), O TIPO
      *    (A=ANALITICA, RECEBE LANCAMENTO; S=SINTETICA, SO TOTALIZA)
      *    E A CONTA SUPERIOR (ZEROS NA CONTA DE PRIMEIRO NIVEL).
      *
       FD  ARQ-PLA
           LABEL RECORD IS STANDARD.
       01  REGPLA-TX.
           05  CONTA-PLA-TX              PIC 9(11).
           05  DIGITO-PLA-TX             PIC 9(01).
           05  NOME-PLA-TX               PIC X(40).
           05  NATUREZA-PLA-TX           PIC X(01).
           05  TIPO-PLA-TX               PIC X(01).
           05  SUPERIOR-PLA-TX           PIC 9(11).
