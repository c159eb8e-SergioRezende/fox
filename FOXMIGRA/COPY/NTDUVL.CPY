      *
      *    COPY NTDUVL
      *    TABELA EM MEMORIA DO CONTROLE DAS NOTAS DE ENTRADA
      *    SUSPEITAS DE DUPLICIDADE (ARQ. "ARQNTDU.DAT"), CARREGADA
      *    POR CARREGA-NTDU (COPY NTDUPR). O CHAMADOR PREENCHE
      *    FILIAL-, FORN-, NUMERO- E MOVTO-BUSCA-NDU-WS E PERFORMA
      *    ACHA-NTDU; IDX-ACHADO-NDU-WS VOLTA COM A LINHA DA ENTRADA
      *    OU ZEROS QUANDO ELA NUNCA FOI APONTADA.
      *
       77  ESTADO-NDU                PIC X(02).
       01  TAB-NTDU-WS.
           05  TAB-NTDU-ITEM OCCURS 3000 TIMES.
               10  FILIAL-TAB-NDU-WS         PIC 9(02).
               10  FORN-TAB-NDU-WS           PIC 9(04).
               10  NUMERO-TAB-NDU-WS         PIC 9(06).
               10  SERIE-TAB-NDU-WS          PIC X(03).
               10  MOVTO-TAB-NDU-WS          PIC 9(08).
               10  DT-NTF-TAB-NDU-WS         PIC 9(06).
               10  TOTAL-TAB-NDU-WS          PIC 9(13).
               10  IND-ATU-TAB-NDU-WS        PIC X(01).
               10  TIPO-TAB-NDU-WS           PIC X(01).
                   88  NDU-EXATA             VALUE "E".
                   88  NDU-QUASE             VALUE "Q".
               10  FILIAL-ORIG-TAB-NDU-WS    PIC 9(02).
               10  MOVTO-ORIG-TAB-NDU-WS     PIC 9(08).
               10  NUMERO-ORIG-TAB-NDU-WS    PIC 9(06).
               10  SITUACAO-TAB-NDU-WS       PIC X(01).
                   88  NDU-PENDENTE          VALUE "P".
                   88  NDU-LIBERADA          VALUE "L".
               10  DETECCAO-TAB-NDU-WS       PIC 9(08).
               10  LIBERACAO-TAB-NDU-WS      PIC 9(08).
               10  OPERADOR-TAB-NDU-WS       PIC X(08).
       77  QTD-NTDU-WS        VALUE 0          PIC 9(04).
       77  IDX-NDU-WS                          PIC 9(04).
       77  DESCARTADOS-NDU-77 VALUE 0          PIC 9(05).
       77  FIM-NDU-WS                          PIC X(01).
           88  ACABOU-NDU                      VALUE "S".
       77  FILIAL-BUSCA-NDU-WS                 PIC 9(02).
       77  FORN-BUSCA-NDU-WS                   PIC 9(04).
       77  NUMERO-BUSCA-NDU-WS                 PIC 9(06).
       77  MOVTO-BUSCA-NDU-WS                  PIC 9(08).
       77  IDX-ACHADO-NDU-WS                   PIC 9(04).
