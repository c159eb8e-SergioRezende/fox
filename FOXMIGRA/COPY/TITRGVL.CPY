      *
      *    COPY TITRGVL
      *    TABELA EM MEMORIA DO CONTROLE DA COBRANCA REGISTRADA POR
      *    TITULO (ARQ. "ARQTITRG.DAT"), CARREGADA POR CARREGA-TITRG
      *    (COPY TITRGPR). O CHAMADOR PREENCHE FILIAL-, BANCO- E
      *    DUPL-BUSCA-TRG-WS E PERFORMA:
      *      ACHA-TITRG - IDX-ACHADO-TRG-WS VOLTA COM A LINHA DO
      *        TITULO OU ZEROS;
      *      REGISTRA-ENVIO-TRG - TITULO ENVIADO EM DATA-NOVA-TRG-WS;
      *      REGISTRA-INSTR-TRG - INSTRUCAO TIPO-NOVO-TRG-WS ENVIADA
      *        EM DATA-NOVA-TRG-WS;
      *      REGISTRA-OCORR-TRG THRU REGISTRA-OCORR-TRG-EXIT -
      *        OCORRENCIA OCORR-NOVA-TRG-WS DO RETORNO, DE DATA-NOVA-
      *        TRG-WS, COM MOTIVO-NOVO-TRG-WS, NO LAYOUT
      *        LAYOUT-NOVO-TRG-WS ("4" OU "2").
      *    TITULO QUE NAO CABE NA TABELA LIGA CHEIO-TRG.
      *
       77  ESTADO-TRG                PIC X(02).
       01  TAB-TITRG-WS.
           05  TAB-TITRG-ITEM OCCURS 5000 TIMES.
               10  FILIAL-TAB-TRG-WS         PIC 9(02).
               10  BANCO-TAB-TRG-WS          PIC 9(03).
               10  DUPL-TAB-TRG-WS           PIC 9(08).
               10  SITUACAO-TAB-TRG-WS       PIC X(01).
                   88  TRG-ENVIADO           VALUE "E".
                   88  TRG-CONFIRMADO        VALUE "C".
                   88  TRG-REJEITADO         VALUE "R".
                   88  TRG-ENCERRADO         VALUE "B" "P".
               10  ENVIO-TAB-TRG-WS          PIC 9(08).
               10  MUDANCA-TAB-TRG-WS        PIC 9(08).
               10  OCORR-TAB-TRG-WS          PIC 9(02).
               10  MOTIVO-TAB-TRG-WS         PIC X(10).
               10  INSTR-TAB-TRG-WS          PIC X(01).
                   88  TRG-INS-PENDENTE      VALUE "E".
                   88  TRG-INS-REJEITADA     VALUE "J".
               10  TIPO-INS-TAB-TRG-WS       PIC X(01).
               10  ENV-INS-TAB-TRG-WS        PIC 9(08).
               10  CONF-INS-TAB-TRG-WS       PIC 9(08).
               10  MOTIVO-INS-TAB-TRG-WS     PIC X(10).
       77  QTD-TITRG-WS       VALUE 0          PIC 9(04).
       77  IDX-TRG-WS                          PIC 9(04).
       77  DESCARTADOS-TRG-77 VALUE 0          PIC 9(05).
       77  FIM-TRG-WS                          PIC X(01).
           88  ACABOU-TRG                      VALUE "S".
       77  CHEIO-TRG-WS       VALUE "N"        PIC X(01).
           88  CHEIO-TRG                       VALUE "S".
       77  FILIAL-BUSCA-TRG-WS                 PIC 9(02).
       77  BANCO-BUSCA-TRG-WS                  PIC 9(03).
       77  DUPL-BUSCA-TRG-WS                   PIC 9(08).
       77  IDX-ACHADO-TRG-WS                   PIC 9(04).
      *
      *    DADOS DO EVENTO A REGISTRAR
       77  DATA-NOVA-TRG-WS                    PIC 9(08).
       77  OCORR-NOVA-TRG-WS                   PIC 9(02).
       77  MOTIVO-NOVO-TRG-WS                  PIC X(10).
       77  TIPO-NOVO-TRG-WS                    PIC X(01).
       77  LAYOUT-NOVO-TRG-WS                  PIC X(01).
      *
      *    TITULO PAGO OU BAIXADO, SEM INSTRUCAO PENDENTE, SAI DO
      *    CONTROLE NA REGRAVACAO QUANDO A ULTIMA MUDANCA E ANTERIOR
      *    AO MES PASSADO (LIMITE EM AAAAMM)
       01  HOJE-TRG-WS.
           05  ANO-HOJE-TRG-WS                 PIC 9(04).
           05  MES-HOJE-TRG-WS                 PIC 9(02).
           05  DIA-HOJE-TRG-WS                 PIC 9(02).
       01  LIMITE-TRG-WS.
           05  ANO-LIM-TRG-WS                  PIC 9(04).
           05  MES-LIM-TRG-WS                  PIC 9(02).
