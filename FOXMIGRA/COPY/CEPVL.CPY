      *
      *    COPY CEPVL
      *    TABELA EM MEMORIA DO CADASTRO DE FAIXAS DE CEP (ARQ.
      *    "ARQCEP.DAT"), CARREGADA POR CARREGA-CEP (COPY CEPPR).
      *    PARA CONFERIR UM ENDERECO O CHAMADOR PREENCHE
      *    UF-BUSCA-CEP-WS, IBGE-BUSCA-CEP-WS (ZEROS = MUNICIPIO NAO
      *    RESOLVIDO) E CEP-BUSCA-CEP-WS (CEP + SUFIXO) E PERFORMA
      *    CONFERE-CEP; SITUACAO-CEP-WS VOLTA COM O RESULTADO.
      *
       77  ESTADO-CEP                PIC X(02).
       01  TAB-CEP-WS.
           05  TAB-CEP-ITEM OCCURS 3000 TIMES.
               10  UF-TAB-CEP-WS             PIC X(02).
               10  IBGE-TAB-CEP-WS           PIC 9(07).
               10  INICIO-TAB-CEP-WS         PIC 9(08).
               10  FIM-TAB-CEP-WS            PIC 9(08).
       77  QTD-CEP-WS         VALUE 0          PIC 9(04).
       77  IDX-CEP-WS                          PIC 9(04).
       77  FIM-CEP-WS                          PIC X(01).
           88  ACABOU-CEP                      VALUE "S".
       01  UF-BUSCA-CEP-WS                     PIC X(02).
       77  IBGE-BUSCA-CEP-WS                   PIC 9(07).
       77  CEP-BUSCA-CEP-WS                    PIC 9(08).
      *
      *    RESULTADO DA CONFERENCIA
       77  SITUACAO-CEP-WS                     PIC X(01).
           88  CEP-CONFERE                     VALUE "0".
           88  CEP-ZERADO                      VALUE "Z".
           88  CEP-FORA-UF                     VALUE "U".
           88  CEP-FORA-MUNIC                  VALUE "M".
           88  CEP-UF-SEM-FAIXA                VALUE "S".
           88  CEP-MUNIC-SEM-FAIXA             VALUE "N".
       77  TEM-UF-CEP-WS                       PIC X(01).
       77  DENTRO-UF-CEP-WS                    PIC X(01).
       77  TEM-MUNIC-CEP-WS                    PIC X(01).
       77  DENTRO-MUNIC-CEP-WS                 PIC X(01).
