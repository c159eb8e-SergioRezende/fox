      *
      *    COPY PEDIDFD
      *    FD E REGISTRO DO CADASTRO DE PEDIDOS DE COMPRA (ARQ.
      *    "ARQPEDID.DAT"), MANTIDO PELO CADPEDID. UMA LINHA POR
      *    ITEM DO PEDIDO: NUMERO (O MESMO QUE VEM NO PEDIDO-NTENT DA
      *    ENTRADA), FILIAL, FORNECEDOR, CODIGO DO ITEM, QUANTIDADE
      *    PEDIDA, PRECO UNITARIO COMBINADO, DATA PREVISTA DE ENTREGA
      *    (aaaammdd) E SITUACAO ("A" ABERTO, "E" ENCERRADO PELO
      *    COMPRADOR). O CONVPEDI CONFERE AS ENTRADAS CONTRA ELE.
      *
       FD  ARQ-PED
           LABEL RECORD IS STANDARD.
       01  REGPED-TX.
           05  NUMERO-PED-TX             PIC 9(06).
           05  FILIAL-PED-TX             PIC 9(02).
           05  FORN-PED-TX               PIC 9(04).
           05  CODIGO-PED-TX             PIC X(08).
           05  QTD-PED-TX                PIC 9(05).
           05  PRECO-PED-TX              PIC 9(13).
           05  PREVISTO-PED-TX           PIC 9(08).
           05  SITUACAO-PED-TX           PIC X(01).
