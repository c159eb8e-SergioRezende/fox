      *
      *    COPY CALENVL
      *    TABELA EM MEMORIA DO CALENDARIO DE DIAS UTEIS E FERIADOS
      *    (ARQ. "ARQCALEN.DAT"), CARREGADA POR CARREGA-CALENDARIO
      *    (COPY CALENPR), E AREAS DAS CONSULTAS. O CHAMADOR PREENCHE
      *    FILIAL-CLD-WS E A DATA EM DATA-CLD-WS (AAAAMMDD) E PERFORMA:
      *      CONFERE-DIA-UTIL THRU CONFERE-DIA-UTIL-EXIT - LIGA
      *        DIA-UTIL QUANDO A DATA TEM EXPEDIENTE NA FILIAL;
      *      PROXIMO-DIA-UTIL THRU PROXIMO-DIA-UTIL-EXIT - AVANCA
      *        DATA-CLD-WS ATE O PRIMEIRO DIA UTIL (A PROPRIA DATA
      *        QUANDO JA FOR UTIL);
      *      CONTA-DIAS-UTEIS - CONTA EM UTEIS-CLD-WS OS DIAS UTEIS
      *        DE DATA-CLD-WS ATE DATA-FIM-CLD-WS, INCLUSIVE.
      *
       77  ESTADO-CLD                PIC X(02).
       01  TAB-CALEN-WS.
           05  TAB-CALEN-ITEM OCCURS 400 TIMES.
               10  FILIAL-TAB-CLD-WS         PIC 9(02).
               10  DATA-TAB-CLD-WS           PIC 9(08).
               10  TIPO-TAB-CLD-WS           PIC X(01).
               10  DESCRICAO-TAB-CLD-WS      PIC X(30).
       77  QTD-CALEN-WS       VALUE 0          PIC 9(03).
       77  IDX-CLD-WS                          PIC 9(03).
       77  FIM-CLD-WS                          PIC X(01).
           88  ACABOU-CLD                      VALUE "S".
      *
      *    DATA CONSULTADA E RESULTADOS
       77  FILIAL-CLD-WS                       PIC 9(02).
       01  DATA-CLD-WS.
           05  ANO-CLD-WS                      PIC 9(04).
           05  MES-CLD-WS                      PIC 9(02).
           05  DIA-CLD-WS                      PIC 9(02).
       01  FILLER REDEFINES DATA-CLD-WS.
           05  DATA-NUM-CLD-WS                 PIC 9(08).
       01  FILLER REDEFINES DATA-CLD-WS.
           05  FILLER                          PIC 9(04).
           05  MMDD-CLD-WS                     PIC 9(04).
       77  DATA-FIM-CLD-WS                     PIC 9(08).
       77  UTEIS-CLD-WS                        PIC 9(03).
       77  DIA-UTIL-CLD-WS                     PIC X(01).
           88  DIA-UTIL                        VALUE "S".
       77  DIA-SEMANA-CLD-WS                   PIC 9(01).
      *        1 = DOMINGO ... 7 = SABADO
       77  PASSOS-CLD-WS                       PIC 9(03).
      *
      *    CALENDARIO REAL E DIA DA SEMANA (CONGRUENCIA DE ZELLER)
       01  DIAS-MES-CLD-WS PIC X(24) VALUE "312831303130313130313031".
       01  FILLER REDEFINES DIAS-MES-CLD-WS.
           05  DIAS-MES-CLD OCCURS 12 TIMES    PIC 9(02).
       77  ULT-DIA-CLD-WS                      PIC 9(02).
       77  QUOC-CLD-WS                         PIC 9(05).
       77  RESTO-CLD-WS                        PIC 9(04).
       77  MES-SEM-CLD-WS                      PIC 9(02).
       77  ANO-SEM-CLD-WS                      PIC 9(04).
       77  SECULO-SEM-CLD-WS                   PIC 9(02).
       77  ANOSEC-SEM-CLD-WS                   PIC 9(02).
       77  PARC1-SEM-CLD-WS                    PIC 9(03).
       77  PARC2-SEM-CLD-WS                    PIC 9(02).
       77  PARC3-SEM-CLD-WS                    PIC 9(02).
       77  SOMA-SEM-CLD-WS                     PIC 9(05).
