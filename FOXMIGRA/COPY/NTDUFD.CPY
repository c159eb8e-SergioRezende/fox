      *
      *    COPY NTDUFD
      *    FD E REGISTRO DO CONTROLE DAS NOTAS DE ENTRADA SUSPEITAS
      *    DE DUPLICIDADE (ARQ. "ARQNTDU.DAT"). O CONVNTDU ACRESCENTA
      *    UMA LINHA POR ENTRADA REPETIDA - SEMPRE A DIGITADA POR
      *    ULTIMO NO PAR, IDENTIFICADA PELA FILIAL, FORNECEDOR,
      *    NUMERO E DATA DO MOVIMENTO (AAAAMMDD) EM QUE ENTROU - COM
      *    A OUTRA ENTRADA DO PAR NOS CAMPOS -ORIG. TIPO "E" = MESMO
      *    FORNECEDOR, NUMERO E SERIE; "Q" = MESMO FORNECEDOR, VALOR
      *    E DATA DA NOTA COM NUMERO DIFERENTE. SITUACAO "P" =
      *    PENDENTE (FICA FORA DA AGENDA DO CONVPAGA), "L" = LIBERADA
      *    PELO CADNTDU, COM A DATA E O OPERADOR. VALOR EM CENTAVOS.
      *
       FD  ARQ-NDU
           LABEL RECORD IS STANDARD.
       01  REGNDU-TX.
           05  FILIAL-NDU-TX             PIC 9(02).
           05  FORN-NDU-TX               PIC 9(04).
           05  NUMERO-NDU-TX             PIC 9(06).
           05  SERIE-NDU-TX              PIC X(03).
           05  MOVTO-NDU-TX              PIC 9(08).
           05  DT-NTF-NDU-TX             PIC 9(06).
           05  TOTAL-NDU-TX              PIC 9(13).
           05  IND-ATU-NDU-TX            PIC X(01).
           05  TIPO-NDU-TX               PIC X(01).
           05  FILIAL-ORIG-NDU-TX        PIC 9(02).
           05  MOVTO-ORIG-NDU-TX         PIC 9(08).
           05  NUMERO-ORIG-NDU-TX        PIC 9(06).
           05  SITUACAO-NDU-TX           PIC X(01).
           05  DETECCAO-NDU-TX           PIC 9(08).
           05  LIBERACAO-NDU-TX          PIC 9(08).
           05  OPERADOR-NDU-TX           PIC X(08).
