      *
      *    COPY CFOPFD
      *    FD E REGISTRO DO CADASTRO DE CFO - NATUREZA DE OPERACAO
      *    (ARQ. "ARQCFO.DAT"), MANTIDO PELO CADCFOP. UMA LINHA POR
      *    CFO DE 3 DIGITOS COM A DESCRICAO QUE SAI NOS RELATORIOS
      *    FISCAIS (CONVAPUR, CONVIPI, CONVLSAI, CONVLENT, CONVSINT) E
      *    OS INDICADORES QUE ELES SEGUEM PARA DEBITO/CREDITO DE ICMS
      *    E IPI, RECEITA E TRANSFERENCIA ENTRE FILIAIS.
      *
       FD  ARQ-CFP
           LABEL RECORD IS STANDARD.
       01  REGCFP-TX.
           05  CODIGO-CFP-TX             PIC 9(03).
           05  DESCR-CFP-TX              PIC X(30).
           05  TIPO-CFP-TX               PIC X(01).
      *        "S" = SAIDA   "E" = ENTRADA
           05  ICMS-CFP-TX               PIC X(01).
      *        "D" = GERA DEBITO  "C" = GERA CREDITO  "N" = NAO GERA
           05  IPI-CFP-TX                PIC X(01).
      *        "D" = GERA DEBITO  "C" = GERA CREDITO  "N" = NAO GERA
           05  RECEITA-CFP-TX            PIC X(01).
      *        "S" = ENTRA NA RECEITA (FATURAMENTO)
           05  TRANSF-CFP-TX             PIC X(01).
      *        "S" = TRANSFERENCIA ENTRE FILIAIS
