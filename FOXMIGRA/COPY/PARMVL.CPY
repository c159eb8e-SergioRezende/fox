      *
      *    COPY PARMVL
      *    PROGRAMAS QUE ACEITAM EXECUCAO NAO ASSISTIDA PELO
      *    "CONVPARM.DAT" (COPY PARMAUTO) E A REGRA DO CAMPO
      *    FILTRO-PARM-TX DE CADA UM, USADA PELO CADPARM PARA
      *    VALIDAR AS LINHAS DE PARAMETROS. CADA ITEM TRAZ:
      *      CADEIA   "S" = ETAPA DA CADEIA DO CONVLOTE
      *      OBRIGA   "S" = FILTRO NAO PODE FICAR EM BRANCO
      *      TIPO     CONFERENCIA EXTRA: "D" = DATA AAMMDD NAS
      *               POSICOES 1-6, "M" = MES 01-12 NAS 1-2,
      *               "H" = HORA 00-23 NAS 4-5
      *      MASCARA  UMA LETRA POR POSICAO DO FILTRO: "9", "8" E
      *               "7" = GRUPOS NUMERICOS (CADA GRUPO TODO EM
      *               DIGITOS OU TODO EM BRANCO), "S" = S/N, "O" =
      *               UMA DAS OPCOES, "D" = DRIVE DIFERENTE DO DRIVE
      *               DA LINHA, "L" = O FILTRO IGUAL AS OPCOES,
      *               BRANCO = POSICAO NAO USADA (TEM DE FICAR EM
      *               BRANCO)
      *      OPCOES   VALORES ACEITOS NAS POSICOES "O" (OU O
      *               LITERAL DAS POSICOES "L")
      *      TEXTO    O SIGNIFICADO DO FILTRO, PARA A TELA E A
      *               LISTAGEM
      *    FILTRO TODO EM BRANCO = RESPOSTA PADRAO DO PROGRAMA (SALVO
      *    OBRIGA = "S").
      *
       01  PROGRAMAS-PARM-VL.
           05  FILLER VALUE "CONVABC N              " PIC X(23).
           05  FILLER VALUE "FILTRO NAO USADO              " PIC X(30).
           05  FILLER VALUE "CONVACEINS D           " PIC X(23).
           05  FILLER VALUE "DRIVE DO RETORNO (OBRIGATORIO)" PIC X(30).
           05  FILLER VALUE "CONVAICMN              " PIC X(23).
           05  FILLER VALUE "FILTRO NAO USADO              " PIC X(30).
           05  FILLER VALUE "CONVAPLIN              " PIC X(23).
           05  FILLER VALUE "FILTRO NAO USADO              " PIC X(30).
           05  FILLER VALUE "CONVAPURN              " PIC X(23).
           05  FILLER VALUE "FILTRO NAO USADO              " PIC X(30).
           05  FILLER VALUE "CONVARQVN              " PIC X(23).
           05  FILLER VALUE "FILTRO NAO USADO              " PIC X(30).
           05  FILLER VALUE "CONVAUDCN              " PIC X(23).
           05  FILLER VALUE "FILTRO NAO USADO              " PIC X(30).
           05  FILLER VALUE "CONVBAIXS  O     012345" PIC X(23).
           05  FILLER VALUE "TIPO DE OPERACAO (0=TODAS)    " PIC X(30).
           05  FILLER VALUE "CONVBALAN  S           " PIC X(23).
           05  FILLER VALUE "S=ABRE POR CENTRO DE CUSTO    " PIC X(30).
           05  FILLER VALUE "CONVBLOCN  9999        " PIC X(23).
           05  FILLER VALUE "CORTE DE ATRASO EM DIAS (0030)" PIC X(30).
           05  FILLER VALUE "CONVBLOQN  999         " PIC X(23).
           05  FILLER VALUE "BANCO (000=TODOS)             " PIC X(30).
           05  FILLER VALUE "CONVBORDS              " PIC X(23).
           05  FILLER VALUE "FILTRO NAO USADO              " PIC X(30).
           05  FILLER VALUE "CONVCARTN              " PIC X(23).
           05  FILLER VALUE "FILTRO NAO USADO              " PIC X(30).
           05  FILLER VALUE "CONVCATAN  99          " PIC X(23).
           05  FILLER VALUE "TABELA DE PRECO (2 DIGITOS)   " PIC X(30).
           05  FILLER VALUE "CONVCEP N              " PIC X(23).
           05  FILLER VALUE "FILTRO NAO USADO              " PIC X(30).
           05  FILLER VALUE "CONVCHK S              " PIC X(23).
           05  FILLER VALUE "FILTRO NAO USADO              " PIC X(30).
           05  FILLER VALUE "CONVCI  S  S           " PIC X(23).
           05  FILLER VALUE "S=SOMENTE TITULOS ABERTOS     " PIC X(30).
           05  FILLER VALUE "CONVCLASS              " PIC X(23).
           05  FILLER VALUE "FILTRO NAO USADO              " PIC X(30).
           05  FILLER VALUE "CONVCLIES D999999      " PIC X(23).
           05  FILLER VALUE "ALTERADOS DESDE (AAMMDD)      " PIC X(30).
           05  FILLER VALUE "CONVCMPLNS D           " PIC X(23).
           05  FILLER VALUE "DRIVE DO LOTE ANTERIOR (OBRIG)" PIC X(30).
           05  FILLER VALUE "CONVCNV N              " PIC X(23).
           05  FILLER VALUE "FILTRO NAO USADO              " PIC X(30).
           05  FILLER VALUE "CONVCOMIN              " PIC X(23).
           05  FILLER VALUE "FILTRO NAO USADO              " PIC X(30).
           05  FILLER VALUE "CONVCOMPN              " PIC X(23).
           05  FILLER VALUE "FILTRO NAO USADO              " PIC X(30).
           05  FILLER VALUE "CONVCONCN  9998        " PIC X(23).
           05  FILLER VALUE "BANCO(3) + DIAS COMPENSACAO(1)" PIC X(30).
           05  FILLER VALUE "CONVCONSN              " PIC X(23).
           05  FILLER VALUE "FILTRO NAO USADO              " PIC X(30).
           05  FILLER VALUE "CONVCPABN              " PIC X(23).
           05  FILLER VALUE "FILTRO NAO USADO              " PIC X(30).
           05  FILLER VALUE "CONVCRUZN              " PIC X(23).
           05  FILLER VALUE "FILTRO NAO USADO              " PIC X(30).
           05  FILLER VALUE "CONVCTABN              " PIC X(23).
           05  FILLER VALUE "FILTRO NAO USADO              " PIC X(30).
           05  FILLER VALUE "CONVCUSTN  999         " PIC X(23).
           05  FILLER VALUE "CORTE DE VARIACAO EM % (010)  " PIC X(30).
           05  FILLER VALUE "CONVDEMON              " PIC X(23).
           05  FILLER VALUE "FILTRO NAO USADO              " PIC X(30).
           05  FILLER VALUE "CONVDESCN              " PIC X(23).
           05  FILLER VALUE "FILTRO NAO USADO              " PIC X(30).
           05  FILLER VALUE "CONVDEVON  999         " PIC X(23).
           05  FILLER VALUE "RETROSPECTO EM DIAS (090)     " PIC X(30).
           05  FILLER VALUE "CONVDIR S              " PIC X(23).
           05  FILLER VALUE "FILTRO NAO USADO              " PIC X(30).
           05  FILLER VALUE "CONVDIVEN              " PIC X(23).
           05  FILLER VALUE "FILTRO NAO USADO              " PIC X(30).
           05  FILLER VALUE "CONVDOCSN              " PIC X(23).
           05  FILLER VALUE "FILTRO NAO USADO              " PIC X(30).
           05  FILLER VALUE "CONVDUPLN              " PIC X(23).
           05  FILLER VALUE "FILTRO NAO USADO              " PIC X(30).
           05  FILLER VALUE "CONVDUPXS              " PIC X(23).
           05  FILLER VALUE "FILTRO NAO USADO              " PIC X(30).
           05  FILLER VALUE "CONVDVBXN  999         " PIC X(23).
           05  FILLER VALUE "RETROSPECTO EM DIAS (030)     " PIC X(30).
           05  FILLER VALUE "CONVENTRS              " PIC X(23).
           05  FILLER VALUE "FILTRO NAO USADO              " PIC X(30).
           05  FILLER VALUE "CONVESTON  9999        " PIC X(23).
           05  FILLER VALUE "CORTE DE ATRASO EM DIAS (0030)" PIC X(30).
           05  FILLER VALUE "CONVETIQN M99888S      " PIC X(23).
           05  FILLER VALUE "MES(2) VENDEDOR(3) S=NEGATIV. " PIC X(30).
           05  FILLER VALUE "CONVEXTRN              " PIC X(23).
           05  FILLER VALUE "FILTRO NAO USADO              " PIC X(30).
           05  FILLER VALUE "CONVFATUN              " PIC X(23).
           05  FILLER VALUE "FILTRO NAO USADO              " PIC X(30).
           05  FILLER VALUE "CONVFICHN              " PIC X(23).
           05  FILLER VALUE "FILTRO NAO USADO              " PIC X(30).
           05  FILLER VALUE "CONVFIXOS  S           " PIC X(23).
           05  FILLER VALUE "S=SOMENTE PRODUTOS ATIVOS     " PIC X(30).
           05  FILLER VALUE "CONVFLSHN              " PIC X(23).
           05  FILLER VALUE "FILTRO NAO USADO              " PIC X(30).
           05  FILLER VALUE "CONVFLUXN              " PIC X(23).
           05  FILLER VALUE "FILTRO NAO USADO              " PIC X(30).
           05  FILLER VALUE "CONVFOPAN              " PIC X(23).
           05  FILLER VALUE "FILTRO NAO USADO              " PIC X(30).
           05  FILLER VALUE "CONVFORCN              " PIC X(23).
           05  FILLER VALUE "FILTRO NAO USADO              " PIC X(30).
           05  FILLER VALUE "CONVFORNS              " PIC X(23).
           05  FILLER VALUE "FILTRO NAO USADO              " PIC X(30).
           05  FILLER VALUE "CONVFRETN  999         " PIC X(23).
           05  FILLER VALUE "TOLERANCIA EM % (005)         " PIC X(30).
           05  FILLER VALUE "CONVGAPSN              " PIC X(23).
           05  FILLER VALUE "FILTRO NAO USADO              " PIC X(30).
           05  FILLER VALUE "CONVGIRON              " PIC X(23).
           05  FILLER VALUE "FILTRO NAO USADO              " PIC X(30).
           05  FILLER VALUE "CONVGONDN  O     DGC   " PIC X(23).
           05  FILLER VALUE "ORIGEM D/G/C (BRANCO=D)       " PIC X(30).
           05  FILLER VALUE "CONVGRUPS              " PIC X(23).
           05  FILLER VALUE "FILTRO NAO USADO              " PIC X(30).
           05  FILLER VALUE "CONVHISTN              " PIC X(23).
           05  FILLER VALUE "FILTRO NAO USADO              " PIC X(30).
           05  FILLER VALUE "CONVINATN  9999        " PIC X(23).
           05  FILLER VALUE "CORTE SEM COMPRA EM DIAS(0060)" PIC X(30).
           05  FILLER VALUE "CONVIPI N              " PIC X(23).
           05  FILLER VALUE "FILTRO NAO USADO              " PIC X(30).
           05  FILLER VALUE "CONVISS N              " PIC X(23).
           05  FILLER VALUE "FILTRO NAO USADO              " PIC X(30).
           05  FILLER VALUE "CONVITEMN              " PIC X(23).
           05  FILLER VALUE "FILTRO NAO USADO              " PIC X(30).
           05  FILLER VALUE "CONVJDESN  999         " PIC X(23).
           05  FILLER VALUE "% DE DESTAQUE (005)           " PIC X(30).
           05  FILLER VALUE "CONVJURON  9999S       " PIC X(23).
           05  FILLER VALUE "TAXA 99V99 + S=GERA COBRANCA  " PIC X(30).
           05  FILLER VALUE "CONVKARDN              " PIC X(23).
           05  FILLER VALUE "FILTRO NAO USADO              " PIC X(30).
           05  FILLER VALUE "CONVLENTN              " PIC X(23).
           05  FILLER VALUE "FILTRO NAO USADO              " PIC X(30).
           05  FILLER VALUE "CONVLIMIN  999         " PIC X(23).
           05  FILLER VALUE "% DE ALERTA DO LIMITE (100)   " PIC X(30).
           05  FILLER VALUE "CONVLINVN              " PIC X(23).
           05  FILLER VALUE "FILTRO NAO USADO              " PIC X(30).
           05  FILLER VALUE "CONVLSAIN              " PIC X(23).
           05  FILLER VALUE "FILTRO NAO USADO              " PIC X(30).
           05  FILLER VALUE "CONVMANFS              " PIC X(23).
           05  FILLER VALUE "FILTRO NAO USADO              " PIC X(30).
           05  FILLER VALUE "CONVMARGN              " PIC X(23).
           05  FILLER VALUE "FILTRO NAO USADO              " PIC X(30).
           05  FILLER VALUE "CONVMATXN              " PIC X(23).
           05  FILLER VALUE "FILTRO NAO USADO              " PIC X(30).
           05  FILLER VALUE "CONVMETAN              " PIC X(23).
           05  FILLER VALUE "FILTRO NAO USADO              " PIC X(30).
           05  FILLER VALUE "CONVMORTN  9999        " PIC X(23).
           05  FILLER VALUE "DIAS SEM SAIDA (0365)         " PIC X(30).
           05  FILLER VALUE "CONVMOVXN              " PIC X(23).
           05  FILLER VALUE "FILTRO NAO USADO              " PIC X(30).
           05  FILLER VALUE "CONVNEGAN              " PIC X(23).
           05  FILLER VALUE "FILTRO NAO USADO              " PIC X(30).
           05  FILLER VALUE "CONVNOTAS  999999      " PIC X(23).
           05  FILLER VALUE "NOTA UNICA A REEXPORTAR       " PIC X(30).
           05  FILLER VALUE "CONVNTDUN  99          " PIC X(23).
           05  FILLER VALUE "JANELA EM MESES (06)          " PIC X(30).
           05  FILLER VALUE "CONVORCAN  999         " PIC X(23).
           05  FILLER VALUE "TOLERANCIA % (BRANCO = 10)    " PIC X(30).
           05  FILLER VALUE "CONVORFAN              " PIC X(23).
           05  FILLER VALUE "FILTRO NAO USADO              " PIC X(30).
           05  FILLER VALUE "CONVPAGAN              " PIC X(23).
           05  FILLER VALUE "FILTRO NAO USADO              " PIC X(30).
           05  FILLER VALUE "CONVPARCN              " PIC X(23).
           05  FILLER VALUE "FILTRO NAO USADO              " PIC X(30).
           05  FILLER VALUE "CONVPDD N              " PIC X(23).
           05  FILLER VALUE "FILTRO NAO USADO              " PIC X(30).
           05  FILLER VALUE "CONVPEDIN              " PIC X(23).
           05  FILLER VALUE "FILTRO NAO USADO              " PIC X(30).
           05  FILLER VALUE "CONVPISFN              " PIC X(23).
           05  FILLER VALUE "FILTRO NAO USADO              " PIC X(30).
           05  FILLER VALUE "CONVPLVAN  LLLLLLCONTAB" PIC X(23).
           05  FILLER VALUE "CONTAB=CONFERE O CONTAB       " PIC X(30).
           05  FILLER VALUE "CONVPREVN              " PIC X(23).
           05  FILLER VALUE "FILTRO NAO USADO              " PIC X(30).
           05  FILLER VALUE "CONVPROFS              " PIC X(23).
           05  FILLER VALUE "FILTRO NAO USADO              " PIC X(30).
           05  FILLER VALUE "CONVPROTN  9999        " PIC X(23).
           05  FILLER VALUE "CORTE DE ATRASO EM DIAS (0090)" PIC X(30).
           05  FILLER VALUE "CONVRANKN              " PIC X(23).
           05  FILLER VALUE "FILTRO NAO USADO              " PIC X(30).
           05  FILLER VALUE "CONVRAZAN  S           " PIC X(23).
           05  FILLER VALUE "S=ABRE POR CENTRO DE CUSTO    " PIC X(30).
           05  FILLER VALUE "CONVREBAN              " PIC X(23).
           05  FILLER VALUE "FILTRO NAO USADO              " PIC X(30).
           05  FILLER VALUE "CONVRECTS              " PIC X(23).
           05  FILLER VALUE "FILTRO NAO USADO              " PIC X(30).
           05  FILLER VALUE "CONVREFIN              " PIC X(23).
           05  FILLER VALUE "FILTRO NAO USADO              " PIC X(30).
           05  FILLER VALUE "CONVREL N H99988       " PIC X(23).
           05  FILLER VALUE "% VARIACAO(3) HORA LIMITE(2)  " PIC X(30).
           05  FILLER VALUE "CONVREMEN              " PIC X(23).
           05  FILLER VALUE "FILTRO NAO USADO              " PIC X(30).
           05  FILLER VALUE "CONVREPON              " PIC X(23).
           05  FILLER VALUE "FILTRO NAO USADO              " PIC X(30).
           05  FILLER VALUE "CONVRESVN              " PIC X(23).
           05  FILLER VALUE "FILTRO NAO USADO              " PIC X(30).
           05  FILLER VALUE "CONVRETEN              " PIC X(23).
           05  FILLER VALUE "FILTRO NAO USADO              " PIC X(30).
           05  FILLER VALUE "CONVRETON  O     42    " PIC X(23).
           05  FILLER VALUE "LAYOUT 4=400 2=240            " PIC X(30).
           05  FILLER VALUE "CONVRLIMN  99888       " PIC X(23).
           05  FILLER VALUE "MULTIPLO(2) VARIACAO %(3)     " PIC X(30).
           05  FILLER VALUE "CONVROMAN  O     RM    " PIC X(23).
           05  FILLER VALUE "R=ROMANEIO M=MANIFESTO        " PIC X(30).
           05  FILLER VALUE "CONVROTAN  999         " PIC X(23).
           05  FILLER VALUE "COBRADOR (000 = TODOS)        " PIC X(30).
           05  FILLER VALUE "CONVSALDS              " PIC X(23).
           05  FILLER VALUE "FILTRO NAO USADO              " PIC X(30).
           05  FILLER VALUE "CONVSINTN              " PIC X(23).
           05  FILLER VALUE "FILTRO NAO USADO              " PIC X(30).
           05  FILLER VALUE "CONVSPC N  9999        " PIC X(23).
           05  FILLER VALUE "CORTE DE ATRASO EM DIAS (0030)" PIC X(30).
           05  FILLER VALUE "CONVSUBGS              " PIC X(23).
           05  FILLER VALUE "FILTRO NAO USADO              " PIC X(30).
           05  FILLER VALUE "CONVTRANNS D           " PIC X(23).
           05  FILLER VALUE "DRIVE DE DESTINO (OBRIGATORIO)" PIC X(30).
           05  FILLER VALUE "CONVTREGN  999         " PIC X(23).
           05  FILLER VALUE "DIAS SEM RESPOSTA BANCO (005) " PIC X(30).
           05  FILLER VALUE "CONVTRILN              " PIC X(23).
           05  FILLER VALUE "FILTRO NAO USADO              " PIC X(30).
           05  FILLER VALUE "CONVVARRS              " PIC X(23).
           05  FILLER VALUE "FILTRO NAO USADO              " PIC X(30).
           05  FILLER VALUE "CONVVENDS              " PIC X(23).
           05  FILLER VALUE "FILTRO NAO USADO              " PIC X(30).
           05  FILLER VALUE "CONVVLIMN              " PIC X(23).
           05  FILLER VALUE "FILTRO NAO USADO              " PIC X(30).
           05  FILLER VALUE "CONVXREFS              " PIC X(23).
           05  FILLER VALUE "FILTRO NAO USADO              " PIC X(30).
       01  FILLER REDEFINES PROGRAMAS-PARM-VL.
           05  PARM-VL-ITEM OCCURS 112 TIMES.
               10  PROGRAMA-PARM-VL          PIC X(08).
               10  CADEIA-PARM-VL            PIC X(01).
               10  OBRIGA-PARM-VL            PIC X(01).
               10  TIPO-PARM-VL              PIC X(01).
               10  MASCARA-PARM-VL           PIC X(06).
               10  OPCOES-PARM-VL            PIC X(06).
               10  TEXTO-PARM-VL             PIC X(30).
       77  QTD-PARM-VL               PIC 9(03) VALUE 112.
       77  IDX-PARM-VL-WS            PIC 9(03).
