      *
      *    COPY FORCFD
      *    FD E REGISTRO DO CADASTRO COMPLEMENTAR DE FORNECEDORES
      *    (ARQ. "ARQFORC.DAT"), MANTIDO PELO CADFORC. UMA LINHA POR
      *    FORNECEDOR, PELO CODIGO DO ARQFORN (COD-FORN), COM O QUE O
      *    ARQFORN NAO TRAZ: ENDERECO, CEP, MUNICIPIO, TELEFONE, O
      *    CONTATO DE VENDAS, OS DADOS BANCARIOS PARA PAGAMENTO E A
      *    FORMA DE PAGAMENTO PREFERIDA:
      *      "C" CHEQUE            "D" DEPOSITO/CREDITO EM CONTA
      *      "B" BOLETO BANCARIO   "E" DINHEIRO (ESPECIE)
      *    O MUNICIPIO VAI NA GRAFIA DO CADASTRO DE MUNICIPIOS
      *    ("ARQMUNIC.DAT"). CEP COM 8 DIGITOS (CEP + SUFIXO).
      *
       FD  ARQ-FORC
           LABEL RECORD IS STANDARD.
       01  REGFORC-TX.
           05  COD-FORC-TX               PIC 9(04).
           05  ENDERECO-FORC-TX          PIC X(30).
           05  BAIRRO-FORC-TX            PIC X(12).
           05  MUNIC-FORC-TX             PIC X(22).
           05  UF-FORC-TX                PIC X(02).
           05  CEP-FORC-TX               PIC 9(08).
           05  FONE-FORC-TX              PIC X(11).
           05  CONTATO-FORC-TX           PIC X(15).
           05  BANCO-FORC-TX             PIC 9(03).
           05  AGENCIA-FORC-TX           PIC 9(04).
           05  DV-AGENCIA-FORC-TX        PIC X(01).
           05  CONTA-FORC-TX             PIC 9(10).
           05  DV-CONTA-FORC-TX          PIC X(01).
           05  FORMA-FORC-TX             PIC X(01).
