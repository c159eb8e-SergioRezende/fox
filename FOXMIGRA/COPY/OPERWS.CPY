      *
      *    COPY OPERWS
      *    AREAS DA AUTENTICACAO DO OPERADOR (VIDE COPY OPERFD E
      *    OPERPR). O PROGRAMA MOVE O PROPRIO NOME PARA
      *    PROGRAMA-ACE-WS ANTES DO AUTENTICA-OPERADOR; NA EXECUCAO
      *    NAO ASSISTIDA LIGA SEM-SENHA-ACE (NAO HA QUEM DIGITE A
      *    SENHA - VALEM SO O CADASTRO, O ATIVO E A PERMISSAO).
      *
       77  ESTADO-OPE                          PIC X(02).
       77  ESTADO-PER                          PIC X(02).
       77  ESTADO-ACE                          PIC X(02).
       77  PROGRAMA-ACE-WS                     PIC X(08).
       77  SEM-SENHA-ACE-WS  VALUE "N"         PIC X(01).
           88  SEM-SENHA-ACE                   VALUE "S".
       77  MOTIVO-ACE-WS                       PIC X(17).
       77  FIM-OPE-WS                          PIC X(01).
           88  ACABOU-OPE                      VALUE "S".
       77  FIM-PER-WS                          PIC X(01).
           88  ACABOU-PER                      VALUE "S".
       77  CADASTRO-OPE-WS                     PIC X(01).
           88  CADASTRO-OPE-EXISTE             VALUE "S".
       77  ACHOU-OPE-WS                        PIC X(01).
           88  ACHOU-OPE                       VALUE "S".
       77  PERMITIDO-OPE-WS                    PIC X(01).
           88  PERMITIDO-OPE                   VALUE "S".
       77  CODIGO-BUSCA-OPE-WS                 PIC X(08).
       77  PROGRAMA-BUSCA-OPE-WS               PIC X(08).
       77  NOME-ACHADO-OPE-WS                  PIC X(30).
       77  SENHA-ACHADO-OPE-WS                 PIC X(08).
       77  ATIVO-ACHADO-OPE-WS                 PIC X(01).
           88  ATIVO-ACHADO-OPE                VALUE "S".
       77  SENHA-DIG-OPE-WS                    PIC X(08).
      *
      *    NIVEL DO PROGRAMA NA TABELA DE PERMISSOES: "R" ROTINA
      *    COMUM ("*" LIBERA), "C" CADASTRO ("CAD*" LIBERA), "S"
      *    SENSIVEL (SO A LINHA COM O PROPRIO NOME LIBERA)
       77  NIVEL-ACE-WS                        PIC X(01).
           88  NIVEL-ROTINA                    VALUE "R".
           88  NIVEL-CADASTRO                  VALUE "C".
           88  NIVEL-SENSIVEL                  VALUE "S".
      *
      *    PROGRAMAS SENSIVEIS: O FECHAMENTO DE PERIODO E AS BAIXAS
      *    E RENEGOCIACOES QUE ATUALIZAM O CADDUP, A REDISTRIBUICAO
      *    DE CARTEIRA ENTRE VENDEDORES, O ARQUIVO DE PAGAMENTO A
      *    FORNECEDORES E O SEU RETORNO, ALEM DA LIBERACAO DE PERIODO
      *    FECHADO PELO SUPERVISOR, A LIBERACAO DE NOTA DE ENTRADA
      *    RETIDA POR SUSPEITA DE DUPLICIDADE E A RESTAURACAO DAS
      *    COPIAS DE SEGURANCA DOS ARQUIVOS DE CONTROLE, E O PROPRIO
      *    CADASTRO DE OPERADORES E PERMISSOES
       77  QTD-SENS-VL       VALUE 10          PIC 9(02).
       77  IDX-SENS-VL-WS                      PIC 9(02).
       01  PROGRAMAS-SENS-VL.
           05  FILLER        VALUE "CADCOPIA"  PIC X(08).
           05  FILLER        VALUE "CADFECH "  PIC X(08).
           05  FILLER        VALUE "CADNTDU "  PIC X(08).
           05  FILLER        VALUE "CADOPER "  PIC X(08).
           05  FILLER        VALUE "CONVAPLI"  PIC X(08).
           05  FILLER        VALUE "CONVPGFO"  PIC X(08).
           05  FILLER        VALUE "CONVPGRT"  PIC X(08).
           05  FILLER        VALUE "CONVREDI"  PIC X(08).
           05  FILLER        VALUE "CONVRENE"  PIC X(08).
           05  FILLER        VALUE "LIBERA  "  PIC X(08).
       01  FILLER REDEFINES PROGRAMAS-SENS-VL.
           05  PROGRAMA-SENS-VL OCCURS 10 TIMES PIC X(08).
      *
      *    TELAS SO DE CONSULTA COM PREFIXO "CAD": NAO ALTERAM
      *    CADASTRO NENHUM, FICAM NO NIVEL DAS ROTINAS COMUNS ("*")
       77  QTD-CONS-VL       VALUE 2           PIC 9(02).
       77  IDX-CONS-VL-WS                      PIC 9(02).
       01  PROGRAMAS-CONS-VL.
           05  FILLER        VALUE "CADCRED "  PIC X(08).
           05  FILLER        VALUE "CADDISP "  PIC X(08).
       01  FILLER REDEFINES PROGRAMAS-CONS-VL.
           05  PROGRAMA-CONS-VL OCCURS 2 TIMES PIC X(08).
