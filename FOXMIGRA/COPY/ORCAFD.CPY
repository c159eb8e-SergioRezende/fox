      *
      *    COPY ORCAFD
      *    FD E REGISTRO DO CADASTRO DE ORCAMENTO (ARQ.
      *    "ARQORCA.DAT"), MANTIDO PELO CADORCA. UMA LINHA POR
      *    CONTA/CENTRO DE CUSTO/MES COM O VALOR ORCADO PARA O
      *    MOVIMENTO DO MES NA NATUREZA DA CONTA (DEVEDORA: DEBITOS
      *    MENOS CREDITOS; CREDORA: CREDITOS MENOS DEBITOS), COMO O
      *    CONVORCA APURA O REALIZADO NO DIARIO. CENTRO DE CUSTO 000
      *    ORCA A CONTA INTEIRA (TODOS OS CENTROS SEM LINHA PROPRIA).
      *
       FD  ARQ-ORC
           LABEL RECORD IS STANDARD.
       01  REGORC-TX.
           05  CONTA-ORC-TX              PIC 9(11).
           05  CUSTO-ORC-TX              PIC 9(03).
           05  ANO-ORC-TX                PIC 9(04).
           05  MES-ORC-TX                PIC 9(02).
           05  VALOR-ORC-TX              PIC S9(11)V99
                                         SIGN LEADING SEPARATE.
