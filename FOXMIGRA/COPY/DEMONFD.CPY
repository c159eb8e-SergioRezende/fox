      *
      *    COPY DEMONFD
      *    FD E REGISTRO DO LAYOUT DOS DEMONSTRATIVOS CONTABEIS (ARQ.
      *    "ARQDEMON.DAT"), MANTIDO PELO CADDEMON. UMA LINHA POR LINHA
      *    IMPRESSA: DEMONSTRATIVO (R=DRE, B=BALANCO), NUMERO DA
      *    LINHA (ORDEM DE IMPRESSAO), DESCRICAO, TIPO (C=SOMA A FAIXA
      *    DE CONTAS INICIO/FIM; T=TOTAL DAS LINHAS "C" DO MESMO
      *    DEMONSTRATIVO ENTRE AS LINHAS INICIO/FIM) E NATUREZA DA
      *    LINHA (D=DEVEDORA SAI DEBITO MENOS CREDITO; C=CREDORA SAI
      *    CREDITO MENOS DEBITO).
      *
       FD  ARQ-DEM
           LABEL RECORD IS STANDARD.
       01  REGDEM-TX.
           05  DEMONST-DEM-TX            PIC X(01).
           05  LINHA-DEM-TX              PIC 9(03).
           05  DESCR-DEM-TX              PIC X(40).
           05  TIPO-DEM-TX               PIC X(01).
           05  INICIO-DEM-TX             PIC 9(11).
           05  FIM-DEM-TX                PIC 9(11).
           05  NATUREZA-DEM-TX           PIC X(01).
