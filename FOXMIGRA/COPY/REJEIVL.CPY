      *
      *    COPY REJEIVL
      *    TABELA EM MEMORIA DA FILA DE REJEICOES (ARQ.
      *    "CONVREJ.DAT"), CARREGADA POR CARREGA-REJEICAO (COPY
      *    REJEIPR). LINHA COM SITUACAO "B" (BAIXADA) NAO E REGRAVADA.
      *    FORA-REJ-WS DIFERENTE DE ZERO = ARQUIVO MAIOR QUE A TABELA;
      *    NESSE CASO A FILA NAO PODE SER REGRAVADA.
      *
       77  ESTADO-REJ                PIC X(02).
       01  TAB-REJ-WS.
           05  TAB-REJ-ITEM OCCURS 1000 TIMES.
               10  FILIAL-TAB-REJ-WS         PIC 9(02).
               10  DATA-MOV-TAB-REJ-WS       PIC 9(08).
               10  NOTA-TAB-REJ-WS           PIC 9(06).
               10  NOME-TAB-REJ-WS           PIC X(18).
               10  SEQ-TAB-REJ-WS            PIC 9(07).
               10  MOTIVO-TAB-REJ-WS         PIC X(03).
               10  TEXTO-TAB-REJ-WS          PIC X(40).
               10  DATA-TAB-REJ-WS           PIC 9(08).
               10  SIT-TAB-REJ-WS            PIC X(01).
                   88  REJ-PENDENTE          VALUE "P".
                   88  REJ-CORRIGIDA         VALUE "C".
                   88  REJ-BAIXADA           VALUE "B".
               10  DATA-SIT-TAB-REJ-WS       PIC 9(08).
       77  QTD-REJ-WS         VALUE 0          PIC 9(04).
       77  IDX-REJ-WS                          PIC 9(04).
       77  FORA-REJ-WS        VALUE 0          PIC 9(04).
       77  FIM-REJ-WS                          PIC X(01).
           88  ACABOU-REJ                      VALUE "S".
      *
      *    NOTA REEXPORTADA (MARCA-CORRECAO-REJ) E RESULTADO
       77  FILIAL-BUSCA-REJ-WS                 PIC 9(02).
       77  DATA-BUSCA-REJ-WS                   PIC 9(08).
       77  NOTA-BUSCA-REJ-WS                   PIC 9(06).
       77  MARCADAS-REJ-WS                     PIC 9(04).
       77  HOJE-REJ-WS                         PIC 9(08).
      *
      *    VISAO DO NOME DE ARQUIVO DIARIO x:PPddmmff.Taa
       01  NOME-DIA-REJ-WS.
           05  U-DIA-REJ-WS                    PIC X(01).
           05  PREF-DIA-REJ-WS                 PIC X(03).
           05  DDMM-DIA-REJ-WS.
               10  DD-DIA-REJ-WS               PIC 9(02).
               10  MM-DIA-REJ-WS               PIC 9(02).
           05  FILIAL-DIA-REJ-WS               PIC 9(02).
           05  TIPO-DIA-REJ-WS                 PIC X(02).
           05  AA-DIA-REJ-WS                   PIC 9(02).
           05  FILLER                          PIC X(04).
