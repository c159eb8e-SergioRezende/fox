      *
      *    COPY FOLHAVL
      *    TABELA EM MEMORIA DO CONTROLE DE FOLHAS DE COBRANCA (ARQ.
      *    "CONVFOLH.DAT"), CARREGADA POR CARREGA-FOLHA (COPY
      *    FOLHAPR). FORA-FOL-WS DIFERENTE DE ZERO = ARQUIVO MAIOR
      *    QUE A TABELA; NESSE CASO O CONTROLE NAO PODE SER
      *    REGRAVADO.
      *
       77  ESTADO-FOL                PIC X(02).
       01  TAB-FOL-WS.
           05  TAB-FOL-ITEM OCCURS 2000 TIMES.
               10  FILIAL-TAB-FOL-WS         PIC 9(02).
               10  NUMERO-TAB-FOL-WS         PIC 9(06).
               10  COBRADOR-TAB-FOL-WS       PIC 9(03).
               10  NOME-TAB-FOL-WS           PIC X(30).
               10  DATA-COB-TAB-FOL-WS       PIC 9(08).
               10  EMISSAO-TAB-FOL-WS        PIC 9(08).
               10  QTD-TAB-FOL-WS            PIC 9(04).
               10  TOTAL-TAB-FOL-WS          PIC 9(13).
               10  OPERADOR-TAB-FOL-WS       PIC X(08).
               10  SIT-TAB-FOL-WS            PIC X(01).
                   88  FOLHA-EMITIDA         VALUE "E".
                   88  FOLHA-DEVOLVIDA       VALUE "D".
               10  DEVOL-TAB-FOL-WS          PIC 9(08).
               10  OPER-DEV-TAB-FOL-WS       PIC X(08).
       77  QTD-FOL-WS         VALUE 0          PIC 9(04).
       77  IDX-FOL-WS                          PIC 9(04).
       77  FORA-FOL-WS        VALUE 0          PIC 9(04).
       77  FIM-FOL-WS                          PIC X(01).
           88  ACABOU-FOL                      VALUE "S".
      *
      *    BUSCA DE UMA FOLHA (ACHA-FOLHA) E PROXIMO NUMERO DA FILIAL
      *    (PROXIMA-FOLHA)
       77  FILIAL-BUSCA-FOL-WS                 PIC 9(02).
       77  NUMERO-BUSCA-FOL-WS                 PIC 9(06).
       77  IDX-ACHADO-FOL-WS                   PIC 9(04).
       77  PROX-NUMERO-FOL-WS                  PIC 9(06).
      *
      *    DEVOLVIDA HA MAIS DE UM ANO NAO VOLTA NA REGRAVACAO
       77  HOJE-FOL-WS                         PIC 9(08).
       77  CORTE-FOL-WS                        PIC 9(08).
