      *
      *    COPY FORCVL
      *    TABELA EM MEMORIA DO CADASTRO COMPLEMENTAR DE FORNECEDORES
      *    (ARQ. "ARQFORC.DAT"), CARREGADA POR CARREGA-FORC (COPY
      *    FORCPR). O CHAMADOR PREENCHE FORN-BUSCA-FORC-WS E PERFORMA
      *    ACHA-FORC; IDX-ACHADO-FORC-WS VOLTA COM A LINHA DA TABELA
      *    OU ZEROS QUANDO O FORNECEDOR NAO TEM CADASTRO COMPLEMENTAR.
      *    A IMAGEM DA LINHA SEM O CODIGO (POSICAO 5 EM DIANTE) CABE
      *    NAS 120 POSICOES DA TRILHA DOS CADASTROS.
      *
       77  ESTADO-FORC               PIC X(02).
       01  TAB-FORC-WS.
           05  TAB-FORC-ITEM OCCURS 2000 TIMES.
               10  COD-TAB-FORC-WS           PIC 9(04).
               10  ENDERECO-TAB-FORC-WS      PIC X(30).
               10  BAIRRO-TAB-FORC-WS        PIC X(12).
               10  MUNIC-TAB-FORC-WS         PIC X(22).
               10  UF-TAB-FORC-WS            PIC X(02).
               10  CEP-TAB-FORC-WS           PIC 9(08).
               10  FONE-TAB-FORC-WS          PIC X(11).
               10  CONTATO-TAB-FORC-WS       PIC X(15).
               10  BANCO-TAB-FORC-WS         PIC 9(03).
               10  AGENCIA-TAB-FORC-WS       PIC 9(04).
               10  DV-AGENCIA-TAB-FORC-WS    PIC X(01).
               10  CONTA-TAB-FORC-WS         PIC 9(10).
               10  DV-CONTA-TAB-FORC-WS      PIC X(01).
               10  FORMA-TAB-FORC-WS         PIC X(01).
                   88  FORMA-CHEQUE          VALUE "C".
                   88  FORMA-DEPOSITO        VALUE "D".
                   88  FORMA-BOLETO          VALUE "B".
                   88  FORMA-ESPECIE         VALUE "E".
       77  QTD-FORC-WS        VALUE 0          PIC 9(04).
       77  IDX-FORC-WS                         PIC 9(04).
       77  FIM-FORC-WS                         PIC X(01).
           88  ACABOU-FORC                     VALUE "S".
       77  FORN-BUSCA-FORC-WS                  PIC 9(04).
       77  IDX-ACHADO-FORC-WS                  PIC 9(04).
