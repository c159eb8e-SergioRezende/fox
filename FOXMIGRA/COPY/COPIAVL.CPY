      *
      *    COPY COPIAVL
      *    ARQUIVOS DE CONTROLE REGRAVADOS PELA CADEIA E DIFICEIS DE
      *    REFAZER A MAO: CHECKPOINT, FAIXA COMPARTILHADA, PERIODOS
      *    FECHADOS, FILA DE REEXECUCAO, SEQUENCIA DO NOSSO NUMERO
      *    (ARQBANCO), INSTRUCOES DE COBRANCA E ENVIADOS AO SPC DA
      *    FILIAL ("x:SPCff.EST", NOME MONTADO COM O DRIVE E A FILIAL
      *    DA COPIA). OS QUE TEM TRAVA DE REDE (COPY TRAVAPR) SAO
      *    COPIADOS E RESTAURADOS COM A TRAVA NA MAO. O CHAMADOR
      *    PREENCHE FILIAL-, DRIVE- E ORIGEM-CPI-WS E PERFORMA
      *    TIRA-COPIA (COPY COPIAPR); NUMERO-CPI-WS VOLTA COM O
      *    NUMERO DA COPIA TIRADA.
      *
       77  ESTADO-CPI                PIC X(02).
       01  ARQUIVOS-CPI-VL.
           05  FILLER  PIC X(39) VALUE
               "CKPCONVCKP.DAT CONVCKP.LIV CONVCKP.LCK ".
           05  FILLER  PIC X(39) VALUE
               "FXDCONVFXD.DAT CONVFXD.LIV CONVFXD.LCK ".
           05  FILLER  PIC X(39) VALUE
               "FCHCONVFECH.DAT                        ".
           05  FILLER  PIC X(39) VALUE
               "RTYCONVRTRY.DAT                        ".
           05  FILLER  PIC X(39) VALUE
               "BCOARQBANCO.DATARQBANCO.LIVARQBANCO.LCK".
           05  FILLER  PIC X(39) VALUE
               "INSARQINSTR.DATARQINSTR.LIVARQINSTR.LCK".
           05  FILLER  PIC X(39) VALUE
               "SPC                                    ".
       01  FILLER REDEFINES ARQUIVOS-CPI-VL.
           05  ARQUIVO-CPI-VL OCCURS 07 TIMES.
               10  CODIGO-CPI-VL             PIC X(03).
               10  NOME-CPI-VL               PIC X(12).
               10  LIV-CPI-VL                PIC X(12).
               10  LCK-CPI-VL                PIC X(12).
       77  QTD-ARQ-CPI-VL            PIC 9(02) VALUE 07.
       77  IDX-CPI-WS                PIC 9(02).
       77  FIM-CPI-WS                PIC X(01).
           88  ACABOU-CPI            VALUE "S".
       77  RC-CPI-WS                 PIC S9(04).
      *
      *    COPIA EM CURSO (OU ESCOLHIDA PARA RESTAURAR)
       77  NUMERO-CPI-WS             PIC 9(05).
       77  FILIAL-CPI-WS             PIC 9(02).
       77  DRIVE-CPI-WS              PIC X(01).
       77  ORIGEM-CPI-WS             PIC X(01).
       01  PRESENTES-CPI-WS.
           05  PRESENTE-CPI-WS OCCURS 07 TIMES PIC X(01).
       01  HORA-CPI-WS               PIC 9(08).
       01  FILLER REDEFINES HORA-CPI-WS.
           05  HORA6-CPI-WS          PIC 9(06).
           05  FILLER                PIC 9(02).
      *
      *    NOME DO ARQUIVO DE CONTROLE E DA SUA COPIA
       01  NOME-ARQ-CPI-WS           PIC X(14).
       01  NOME-COPIA-CPI-WS.
           05  CODIGO-COPIA-CPI-WS   PIC X(03).
           05  NUMERO-COPIA-CPI-WS   PIC 9(05).
           05  FILLER VALUE ".SNP"   PIC X(04).
           05  FILLER VALUE SPACES   PIC X(02).
