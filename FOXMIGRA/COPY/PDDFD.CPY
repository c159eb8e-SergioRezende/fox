      *
      *    COPY PDDFD
      *    FD E REGISTRO DA TABELA DE PERCENTUAIS DA PROVISAO PARA
      *    DEVEDORES DUVIDOSOS (ARQ. "ARQPDD.DAT"), MANTIDA PELO
      *    CADPDD. UMA LINHA POR FAIXA DE ATRASO, GRAVADAS EM ORDEM
      *    DO LIMITE: A FAIXA VALE PARA OS TITULOS COM ATRASO ATE
      *    DIAS-PDD-TX DIAS E ACIMA DO LIMITE DA FAIXA ANTERIOR
      *    (0000 = A VENCER). ATRASO ACIMA DO MAIOR LIMITE CAI NA
      *    ULTIMA FAIXA. O PERCENTUAL E APLICADO PELO CONVPDD SOBRE O
      *    SALDO EM ABERTO DO TITULO.
      *
       FD  ARQ-PDD
           LABEL RECORD IS STANDARD.
       01  REGPDD-TX.
           05  DIAS-PDD-TX               PIC 9(04).
           05  PERC-PDD-TX               PIC 9(03)V99.
           05  DESCR-PDD-TX              PIC X(20).
