      *
      *    COPY COBRFD
      *    FD E REGISTRO DO CADASTRO DE COBRADORES POR REGIAO (ARQ.
      *    "ARQCOBR.DAT"), MANTIDO PELO CADCOBR. UMA LINHA POR REGIAO
      *    COM O COBRADOR DA CASA QUE A ATENDE; O MESMO COBRADOR PODE
      *    FICAR COM VARIAS REGIOES. REGIAO SEM LINHA AQUI NAO ENTRA
      *    NAS FOLHAS DE COBRANCA DO CONVROTA (SAI EM AVISO).
      *
       FD  ARQ-COB
           LABEL RECORD IS STANDARD.
       01  REGCOB-TX.
           05  REGIAO-COB-TX             PIC 9(03).
           05  COBRADOR-COB-TX           PIC 9(03).
           05  NOME-COB-TX               PIC X(30).
