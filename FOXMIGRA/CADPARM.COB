      *
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. CADPARM.
       AUTHOR. LUIS AUGUSTO.
      *
      *    DATA DA ALTERACAO: 10/96
      *
      *    MANUTENCAO DO ARQUIVO DE PARAMETROS DE EXECUCAO NAO
      *    ASSISTIDA ("CONVPARM.DAT", COPY PARMCONV), ATE AQUI
      *    EDITADO A MAO: UMA COLUNA DESLOCADA OU UM NOME DE PROGRAMA
      *    ERRADO FAZIA A ETAPA VOLTAR SEM AVISO PARA AS PERGUNTAS DE
      *    TELA, OU RODAR COM A FILIAL ERRADA. A TELA LISTA, INCLUI,
      *    ALTERA E EXCLUI AS LINHAS E SO ACEITA UMA LINHA VALIDA: O
      *    PROGRAMA TEM DE SER UM DOS QUE LEEM O CONVPARM.DAT (COPY
      *    PARMVL, QUE TAMBEM MARCA AS ETAPAS DA CADEIA DO CONVLOTE)
      *    E TER UMA LINHA SO, O DRIVE DE A A Z, AS FILIAIS ATIVAS NO
      *    ARQFILIA.DAT (00/00 = NAO SE APLICA) E EM ORDEM, AS DATAS
      *    VALIDAS NO CALENDARIO (ZERADAS = NAO SE APLICA) E EM
      *    ORDEM, E O FILTRO DE ACORDO COM O SIGNIFICADO DELE NO
      *    PROGRAMA (TIPO DE OPERACAO NO CONVBAIX, S/N NO CONVCI,
      *    DATA AAMMDD NO CONVCLIE ETC.). A OPCAO L GRAVA A LISTAGEM
      *    "CADPARM.REL" DO CONJUNTO ATUAL, COM O SIGNIFICADO DE CADA
      *    FILTRO, AS LINHAS COM ERRO APONTADAS E O CAMPO DE
      *    CONFERENCIA, PARA ACOMPANHAR O ROTEIRO DO OPERADOR DA
      *    NOITE. AS ALTERACOES VAO PARA A TRILHA DOS CADASTROS
      *    ("CADTRIL.LOG", CADASTRO "CONVPARM").
      *
      *    DATA DA ALTERACAO: 10/96
      *
      *    A LINHA GANHA O DRIVE DE RASCUNHO DO MODO TESTE (BRANCO =
      *    PRODUCAO), DIGITADO E CONFERIDO AQUI E PRESERVADO NA
      *    REGRAVACAO - SEM ELE UMA LINHA DE TESTE ALTERADA PASSARIA A
      *    RODAR EM PRODUCAO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
           SELECT      ARQ-PRM    ASSIGN     TO   "CONVPARM.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ESTADO-PRM.
      *
           SELECT      ARQ-REL    ASSIGN     TO   "CADPARM.REL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ESTADO-REL.
      *
           COPY FILIALSL.
      *
           COPY OPERSL.
      *
           COPY TRILSL.
      *
       DATA DIVISION.
       FILE SECTION.
      *
      *    REGISTRO DE PARAMETROS DE EXECUCAO (ARQ. "CONVPARM.DAT")
       FD  ARQ-PRM
           LABEL RECORD IS STANDARD.
           COPY PARMCONV.
      *
       FD  ARQ-REL
           LABEL     RECORD       STANDARD
           VALUE     OF FILE-ID   "CADPARM.REL"
           DATA      RECORD       REG-REL.
       01  REG-REL                           PIC X(132).
      *
           COPY FILIALFD.
      *
           COPY OPERFD.
      *
           COPY TRILFD.
      *
       WORKING-STORAGE SECTION.
      *
       77  ESTADO-PRM            PIC X(02).
       77  ESTADO-REL            PIC X(02).
       77  J                     PIC 9(02).
       77  LINHA-PRM-WS          PIC 9(02).
       77  OPCAO-WS              PIC X(01).
       77  CONFIRMA-WS           PIC X(01).
       77  PROGRAMA-BUSCA-ED-WS  PIC X(08).
       77  FIM-PRM-WS            PIC X(01).
           88  ACABOU-PRM        VALUE "S".
       77  QTD-PRM-WS  VALUE 0   PIC 9(02).
       77  IDX-PRM-WS            PIC 9(02).
       77  PAGINA-PRM-WS         PIC 9(02).
       77  PRIMEIRO-PAG-WS       PIC 9(02).
       77  DESISTIU-WS           PIC X(01).
           88  DESISTIU          VALUE "S".
       77  INVALIDAS-77          PIC 9(02).
      *
      *    TABELA EM MEMORIA COM TODAS AS LINHAS DO CONVPARM.DAT,
      *    REGRAVADA POR INTEIRO NA SAIDA
       01  TAB-PRM-WS.
           05  TAB-PRM-ITEM OCCURS 99 TIMES.
               10  PROGRAMA-TAB-PRM-WS       PIC X(08).
               10  RESTO-TAB-PRM-WS          PIC X(41).
      *
      *    LINHA EM EDICAO, NO LAYOUT DO REGPARM-TX
       01  PRM-ED-WS.
           05  PROGRAMA-ED-WS                PIC X(08).
           05  DRIVE-ED-WS                   PIC X(01).
           05  FILIAL-INI-ED-WS              PIC 9(02).
           05  FILIAL-FIM-ED-WS              PIC 9(02).
           05  DATA-INI-ED-WS.
               10  DIA-INI-ED-WS             PIC 9(02).
               10  MES-INI-ED-WS             PIC 9(02).
               10  ANO-INI-ED-WS             PIC 9(04).
           05  DATA-INI-N-ED-WS REDEFINES DATA-INI-ED-WS
                                             PIC 9(08).
           05  DATA-FIM-ED-WS.
               10  DIA-FIM-ED-WS             PIC 9(02).
               10  MES-FIM-ED-WS             PIC 9(02).
               10  ANO-FIM-ED-WS             PIC 9(04).
           05  DATA-FIM-N-ED-WS REDEFINES DATA-FIM-ED-WS
                                             PIC 9(08).
           05  FILTRO-ED-WS                  PIC X(06).
           05  TELA-ED-WS                    PIC 9(05).
           05  OPERADOR-ED-WS                PIC X(08).
           05  TESTE-ED-WS                   PIC X(01).
      *
      *    VALIDACAO DA LINHA EM EDICAO
       77  ERRO-PRM-WS                       PIC X(01).
           88  ERRO-PRM                      VALUE "S".
       01  MENSAGEM-PRM-WS                   PIC X(50).
       77  DATA-CMP-INI-WS                   PIC 9(08).
       77  DATA-CMP-FIM-WS                   PIC 9(08).
       77  DIA-CNF-WS                        PIC 9(02).
       77  MES-CNF-WS                        PIC 9(02).
       77  ANO-CNF-WS                        PIC 9(04).
       77  DATA-OK-WS                        PIC X(01).
           88  DATA-OK                       VALUE "S".
       77  POS-FIL-WS                        PIC 9(01).
       77  GRUPO-FIL-WS                      PIC 9(01).
       77  CAR-FIL-WS                        PIC X(01).
       77  MASC-FIL-WS                       PIC X(01).
       77  ACHOU-OPCAO-WS                    PIC 9(02).
       01  GRUPOS-FIL-WS.
           05  GRUPO-FIL-ITEM OCCURS 3 TIMES.
               10  POSICOES-GRUPO-WS         PIC 9(01).
               10  DIGITOS-GRUPO-WS          PIC 9(01).
       01  AAMMDD-FIL-WS                     PIC 9(06).
       01  FILLER REDEFINES AAMMDD-FIL-WS.
           05  ANO-FIL-WS                    PIC 9(02).
           05  MES-FIL-WS                    PIC 9(02).
           05  DIA-FIL-WS                    PIC 9(02).
       77  NUMERO-FIL-WS                     PIC 9(02).
      *
      *    CALENDARIO (PARAGRAFO CALCULA-ULT-DIA)
       01  DIAS-MES-VL-WS  PIC X(24) VALUE "312831303130313130313031".
       01  FILLER REDEFINES DIAS-MES-VL-WS.
           05  DIAS-MES-VL OCCURS 12 TIMES     PIC 9(02).
       77  MES-CAL-WS                          PIC 9(02).
       77  ANO-CAL-WS                          PIC 9(04).
       77  ULT-DIA-MES-WS                      PIC 9(02).
       77  QUOC-BISS-WS                        PIC 9(04).
       77  RESTO-BISS-WS                       PIC 9(04).
      *
      *    LINHAS DA LISTAGEM
       77  DATA-LST-WS                         PIC 9(08).
       01  LINHA-LST-WS.
           05  PROGRAMA-LST-WS                 PIC X(08).
           05  FILLER                          PIC X(01) VALUE SPACE.
           05  CADEIA-LST-WS                   PIC X(06).
           05  FILLER                          PIC X(01) VALUE SPACE.
           05  DRIVE-LST-WS                    PIC X(01).
           05  FILLER                          PIC X(02) VALUE SPACES.
           05  FILIAL-INI-LST-WS               PIC 9(02).
           05  FILLER                          PIC X(01) VALUE "-".
           05  FILIAL-FIM-LST-WS               PIC 9(02).
           05  FILLER                          PIC X(02) VALUE SPACES.
           05  DATA-INI-LST-WS                 PIC 99/99/9999.
           05  FILLER                          PIC X(03) VALUE " A ".
           05  DATA-FIM-LST-WS                 PIC 99/99/9999.
           05  FILLER                          PIC X(02) VALUE SPACES.
           05  FILTRO-LST-WS                   PIC X(06).
           05  FILLER                          PIC X(02) VALUE SPACES.
           05  TELA-LST-WS                     PIC 9(05).
           05  FILLER                          PIC X(02) VALUE SPACES.
           05  OPERADOR-LST-WS                 PIC X(08).
           05  FILLER                          PIC X(02) VALUE SPACES.
           05  TEXTO-LST-WS                    PIC X(30).
           05  FILLER                          PIC X(26) VALUE SPACES.
      *
           COPY FILIALVL.
      *
           COPY PARMVL.
      *
           COPY TELAWS.
      *
      *    OPERADOR DA MANUTENCAO, CONFERIDO NO CADASTRO DE
      *    OPERADORES (COPY OPERPR)
       77  OPERADOR-EXEC-WS VALUE "????????"   PIC X(08).
      *
           COPY OPERWS.
      *
           COPY TRILWS.
      *

       PROCEDURE DIVISION.
      *
       INICIO-010.
           DISPLAY (1, 1) ERASE.
           DISPLAY (3, 05) "Operador................:"
           ACCEPT (, ) OPERADOR-EXEC-WS WITH PROMPT UPDATE
           MOVE "CADPARM" TO PROGRAMA-ACE-WS
           PERFORM AUTENTICA-OPERADOR THRU AUTENTICA-OPERADOR-EXIT.
           PERFORM CARREGA-FILIAL THRU CARREGA-FILIAL-EXIT
           PERFORM CARREGA-PRM THRU CARREGA-PRM-EXIT
           MOVE 1 TO PRIMEIRO-PAG-WS.
       015-MENU.
           DISPLAY (1, 1) ERASE
           DISPLAY (2, 12)
               "* PARAMETROS DE EXECUCAO NAO ASSISTIDA (CONVPARM) *"
           DISPLAY (4, 05) "PROGRAMA D FI FF INICIAL  FINAL"
           DISPLAY (4, 40) "FILTRO TELA  OPERADOR CAD"
           MOVE 0 TO PAGINA-PRM-WS
           PERFORM MOSTRA-PRM
               VARYING IDX-PRM-WS FROM PRIMEIRO-PAG-WS BY 1
               UNTIL IDX-PRM-WS > QTD-PRM-WS
               OR PAGINA-PRM-WS > 14

           DISPLAY (22, 05) "Opcao (I=Inclui A=Altera E=Exclui "
                            "P=Proxima pag L=Lista F=Fim):"
           ACCEPT (, ) OPCAO-WS WITH PROMPT UPDATE
           ACCEPT ESCAPE-77 FROM ESCAPE KEY
           IF ESCAPE-77 NOT = ZEROS OR OPCAO-WS = "F"
               PERFORM GRAVA-PRM
               STOP RUN.
           IF OPCAO-WS = "I"
               PERFORM INCLUI-PRM THRU INCLUI-PRM-EXIT
               GO TO 015-MENU.
           IF OPCAO-WS = "A"
               PERFORM ALTERA-PRM THRU ALTERA-PRM-EXIT
               GO TO 015-MENU.
           IF OPCAO-WS = "E"
               PERFORM EXCLUI-PRM THRU EXCLUI-PRM-EXIT
               GO TO 015-MENU.
           IF OPCAO-WS = "L"
               PERFORM LISTA-PRM
               DISPLAY (24, 05) "LISTAGEM GRAVADA EM CADPARM.REL - "
                                "LINHAS COM ERRO:"
               DISPLAY (24, 56) INVALIDAS-77
               ACCEPT (24, 60) CONFIRMA-WS WITH PROMPT UPDATE
               GO TO 015-MENU.
           IF OPCAO-WS = "P"
               ADD 15 TO PRIMEIRO-PAG-WS
               IF PRIMEIRO-PAG-WS > QTD-PRM-WS
                   MOVE 1 TO PRIMEIRO-PAG-WS
               END-IF
               GO TO 015-MENU.
           GO TO 015-MENU.
      *
      *    MOSTRA UMA LINHA DA TABELA NO PAINEL
       MOSTRA-PRM.
           ADD 1 TO PAGINA-PRM-WS
           COMPUTE LINHA-PRM-WS = 4 + PAGINA-PRM-WS
           MOVE TAB-PRM-ITEM (IDX-PRM-WS) TO PRM-ED-WS
           DISPLAY (LINHA-PRM-WS, 05) PROGRAMA-ED-WS
           DISPLAY (LINHA-PRM-WS, 14) DRIVE-ED-WS
           DISPLAY (LINHA-PRM-WS, 16) FILIAL-INI-ED-WS
           DISPLAY (LINHA-PRM-WS, 19) FILIAL-FIM-ED-WS
           DISPLAY (LINHA-PRM-WS, 22) DATA-INI-ED-WS
           DISPLAY (LINHA-PRM-WS, 31) DATA-FIM-ED-WS
           DISPLAY (LINHA-PRM-WS, 40) FILTRO-ED-WS
           DISPLAY (LINHA-PRM-WS, 47) TELA-ED-WS
           DISPLAY (LINHA-PRM-WS, 53) OPERADOR-ED-WS
           PERFORM VARYING IDX-PARM-VL-WS FROM 1 BY 1
               UNTIL IDX-PARM-VL-WS > QTD-PARM-VL
               OR PROGRAMA-PARM-VL (IDX-PARM-VL-WS) = PROGRAMA-ED-WS
           END-PERFORM
           IF IDX-PARM-VL-WS NOT > QTD-PARM-VL
               DISPLAY (LINHA-PRM-WS, 62)
                   CADEIA-PARM-VL (IDX-PARM-VL-WS).
      *
      *    INCLUI UMA LINHA NOVA NO FIM DA TABELA
       INCLUI-PRM.
           IF QTD-PRM-WS = 99
               DISPLAY (23, 05) "ARQUIVO CHEIO - 99 LINHAS"
               GO TO INCLUI-PRM-EXIT.
           MOVE SPACES TO PRM-ED-WS
           MOVE ZEROS TO FILIAL-INI-ED-WS FILIAL-FIM-ED-WS
           MOVE ZEROS TO DATA-INI-N-ED-WS DATA-FIM-N-ED-WS
           MOVE ZEROS TO TELA-ED-WS
           MOVE OPERADOR-EXEC-WS TO OPERADOR-ED-WS
           MOVE 0 TO IDX-PRM-WS
           PERFORM DIGITA-PRM THRU DIGITA-PRM-EXIT
           IF DESISTIU GO TO INCLUI-PRM-EXIT.
           ADD 1 TO QTD-PRM-WS
           MOVE QTD-PRM-WS TO IDX-PRM-WS
           MOVE PRM-ED-WS TO TAB-PRM-ITEM (IDX-PRM-WS)
           MOVE "I" TO OPERACAO-TRL-WS
           MOVE SPACES TO ANTES-TRL-WS
           PERFORM REGISTRA-PRM.
       INCLUI-PRM-EXIT.
           EXIT.
      *
      *    LOCALIZA A LINHA DO PROGRAMA INFORMADO E REDIGITA OS CAMPOS
       ALTERA-PRM.
           PERFORM LOCALIZA-PRM THRU LOCALIZA-PRM-EXIT
           IF IDX-PRM-WS > QTD-PRM-WS GO TO ALTERA-PRM-EXIT.
           MOVE TAB-PRM-ITEM (IDX-PRM-WS) TO PRM-ED-WS
           PERFORM DIGITA-PRM THRU DIGITA-PRM-EXIT
           IF DESISTIU GO TO ALTERA-PRM-EXIT.
           MOVE "A" TO OPERACAO-TRL-WS
           MOVE TAB-PRM-ITEM (IDX-PRM-WS) TO ANTES-TRL-WS
           MOVE PRM-ED-WS TO TAB-PRM-ITEM (IDX-PRM-WS)
           PERFORM REGISTRA-PRM.
       ALTERA-PRM-EXIT.
           EXIT.
      *
      *    EXCLUI A LINHA DO PROGRAMA INFORMADO, PUXANDO AS SEGUINTES
       EXCLUI-PRM.
           PERFORM LOCALIZA-PRM THRU LOCALIZA-PRM-EXIT
           IF IDX-PRM-WS > QTD-PRM-WS GO TO EXCLUI-PRM-EXIT.
           DISPLAY (24, 05) "Confirma a exclusao (S/N)........:"
           MOVE "N" TO CONFIRMA-WS
           ACCEPT (, ) CONFIRMA-WS WITH PROMPT UPDATE
           IF CONFIRMA-WS NOT = "S" GO TO EXCLUI-PRM-EXIT.
           MOVE "E" TO OPERACAO-TRL-WS
           MOVE TAB-PRM-ITEM (IDX-PRM-WS) TO ANTES-TRL-WS
           PERFORM REGISTRA-PRM
           PERFORM PUXA-PRM
               VARYING IDX-PRM-WS FROM IDX-PRM-WS BY 1
               UNTIL IDX-PRM-WS NOT < QTD-PRM-WS
           SUBTRACT 1 FROM QTD-PRM-WS
           MOVE 1 TO PRIMEIRO-PAG-WS.
       EXCLUI-PRM-EXIT.
           EXIT.
      *
       PUXA-PRM.
           MOVE TAB-PRM-ITEM (IDX-PRM-WS + 1)
               TO TAB-PRM-ITEM (IDX-PRM-WS).
      *
      *    PEDE O PROGRAMA E DEVOLVE EM IDX-PRM-WS A LINHA DELE
      *    (MAIOR QUE QTD-PRM-WS QUANDO NAO EXISTE OU NO ESC)
       LOCALIZA-PRM.
           DISPLAY (23, 05) "Programa...........................:"
           MOVE SPACES TO PROGRAMA-BUSCA-ED-WS
           ACCEPT (, ) PROGRAMA-BUSCA-ED-WS WITH PROMPT UPDATE
           ACCEPT ESCAPE-77 FROM ESCAPE KEY
           IF ESCAPE-77 NOT = ZEROS
               COMPUTE IDX-PRM-WS = QTD-PRM-WS + 1
               GO TO LOCALIZA-PRM-EXIT.
           PERFORM VARYING IDX-PRM-WS FROM 1 BY 1
               UNTIL IDX-PRM-WS > QTD-PRM-WS
               OR PROGRAMA-TAB-PRM-WS (IDX-PRM-WS)
                  = PROGRAMA-BUSCA-ED-WS
           END-PERFORM
           IF IDX-PRM-WS > QTD-PRM-WS
               DISPLAY (24, 05) "PROGRAMA SEM LINHA NO CONVPARM.DAT".
       LOCALIZA-PRM-EXIT.
           EXIT.
      *
      *    DIGITACAO DOS CAMPOS DA LINHA EM EDICAO (PRM-ED-WS). SO
      *    SAI COM A LINHA VALIDA OU COM ESC NO NOME DO PROGRAMA
      *    (DESISTIU); A LINHA EM EDICAO E A DE INDICE IDX-PRM-WS
      *    (ZERO NA INCLUSAO)
       DIGITA-PRM.
           MOVE "N" TO DESISTIU-WS.
       DIGITA-PRM-CAMPOS.
           DISPLAY (23, 05) "Programa...........................:"
           ACCEPT (, ) PROGRAMA-ED-WS WITH PROMPT UPDATE
           ACCEPT ESCAPE-77 FROM ESCAPE KEY
           IF ESCAPE-77 NOT = ZEROS
               MOVE "S" TO DESISTIU-WS
               GO TO DIGITA-PRM-EXIT.
           DISPLAY (20, 05) "                                        "
           PERFORM VARYING IDX-PARM-VL-WS FROM 1 BY 1
               UNTIL IDX-PARM-VL-WS > QTD-PARM-VL
               OR PROGRAMA-PARM-VL (IDX-PARM-VL-WS) = PROGRAMA-ED-WS
           END-PERFORM
           IF IDX-PARM-VL-WS NOT > QTD-PARM-VL
               DISPLAY (20, 05) "FILTRO: "
               DISPLAY (20, 13) TEXTO-PARM-VL (IDX-PARM-VL-WS).
           DISPLAY (23, 05) "Drive dos arquivos.................:"
           ACCEPT (, ) DRIVE-ED-WS WITH PROMPT UPDATE
           DISPLAY (23, 05) "Filial inicial (00=nao se aplica)..:"
           ACCEPT (, ) FILIAL-INI-ED-WS WITH PROMPT UPDATE
           DISPLAY (23, 05) "Filial final.......................:"
           ACCEPT (, ) FILIAL-FIM-ED-WS WITH PROMPT UPDATE
           DISPLAY (23, 05) "Data inicial (ddmmaaaa)............:"
           ACCEPT (, ) DATA-INI-N-ED-WS WITH PROMPT UPDATE
           DISPLAY (23, 05) "Data final   (ddmmaaaa)............:"
           ACCEPT (, ) DATA-FIM-N-ED-WS WITH PROMPT UPDATE
           DISPLAY (23, 05) "Filtro.............................:"
           ACCEPT (, ) FILTRO-ED-WS WITH PROMPT UPDATE
           DISPLAY (23, 05) "Intervalo de tela (0=padrao).......:"
           ACCEPT (, ) TELA-ED-WS WITH PROMPT UPDATE
           DISPLAY (23, 05) "Operador da execucao...............:"
           ACCEPT (, ) OPERADOR-ED-WS WITH PROMPT UPDATE
           DISPLAY (23, 05) "Drive rascunho (branco=producao)...:"
           ACCEPT (, ) TESTE-ED-WS WITH PROMPT UPDATE
           PERFORM VALIDA-PRM THRU VALIDA-PRM-EXIT
           IF ERRO-PRM
               DISPLAY (24, 05) MENSAGEM-PRM-WS
               GO TO DIGITA-PRM-CAMPOS.
           MOVE SPACES TO MENSAGEM-PRM-WS
           DISPLAY (24, 05) MENSAGEM-PRM-WS
           DISPLAY (20, 05) "                                        ".
       DIGITA-PRM-EXIT.
           EXIT.
      *
      *    CONFERE A LINHA EM EDICAO (PRM-ED-WS); NO ERRO LIGA
      *    ERRO-PRM E DEIXA O MOTIVO EM MENSAGEM-PRM-WS
       VALIDA-PRM.
           MOVE "N" TO ERRO-PRM-WS
           MOVE SPACES TO MENSAGEM-PRM-WS
           PERFORM VARYING IDX-PARM-VL-WS FROM 1 BY 1
               UNTIL IDX-PARM-VL-WS > QTD-PARM-VL
               OR PROGRAMA-PARM-VL (IDX-PARM-VL-WS) = PROGRAMA-ED-WS
           END-PERFORM
           IF IDX-PARM-VL-WS > QTD-PARM-VL
               MOVE "PROGRAMA NAO RODA PELO CONVPARM.DAT"
                   TO MENSAGEM-PRM-WS
               GO TO VALIDA-PRM-ERRO.
           PERFORM VARYING J FROM 1 BY 1
               UNTIL J > QTD-PRM-WS
               OR (J NOT = IDX-PRM-WS
               AND PROGRAMA-TAB-PRM-WS (J) = PROGRAMA-ED-WS)
           END-PERFORM
           IF J NOT > QTD-PRM-WS
               MOVE "PROGRAMA JA TEM LINHA NO CONVPARM.DAT"
                   TO MENSAGEM-PRM-WS
               GO TO VALIDA-PRM-ERRO.
           IF DRIVE-ED-WS < "A" OR DRIVE-ED-WS > "Z"
               MOVE "DRIVE INVALIDO (A A Z)" TO MENSAGEM-PRM-WS
               GO TO VALIDA-PRM-ERRO.
           IF TESTE-ED-WS NOT = SPACE
               AND (TESTE-ED-WS < "A" OR TESTE-ED-WS > "Z"
               OR TESTE-ED-WS = DRIVE-ED-WS)
               MOVE "DRIVE RASCUNHO INVALIDO OU IGUAL AO DRIVE"
                   TO MENSAGEM-PRM-WS
               GO TO VALIDA-PRM-ERRO.
      *
           IF FILIAL-INI-ED-WS = ZEROS AND FILIAL-FIM-ED-WS = ZEROS
               GO TO VALIDA-PRM-DATAS.
           PERFORM VARYING IDX-FIL-VL-WS FROM 1 BY 1
               UNTIL IDX-FIL-VL-WS > QTD-FILIAL-VL
               OR FILIAL-VL-WS (IDX-FIL-VL-WS) = FILIAL-INI-ED-WS
           END-PERFORM
           IF IDX-FIL-VL-WS > QTD-FILIAL-VL
               MOVE "FILIAL INICIAL NAO CADASTRADA OU ENCERRADA"
                   TO MENSAGEM-PRM-WS
               GO TO VALIDA-PRM-ERRO.
           PERFORM VARYING IDX-FIL-VL-WS FROM 1 BY 1
               UNTIL IDX-FIL-VL-WS > QTD-FILIAL-VL
               OR FILIAL-VL-WS (IDX-FIL-VL-WS) = FILIAL-FIM-ED-WS
           END-PERFORM
           IF IDX-FIL-VL-WS > QTD-FILIAL-VL
               MOVE "FILIAL FINAL NAO CADASTRADA OU ENCERRADA"
                   TO MENSAGEM-PRM-WS
               GO TO VALIDA-PRM-ERRO.
           IF FILIAL-INI-ED-WS > FILIAL-FIM-ED-WS
               MOVE "FILIAL INICIAL MAIOR QUE A FINAL"
                   TO MENSAGEM-PRM-WS
               GO TO VALIDA-PRM-ERRO.
      *
       VALIDA-PRM-DATAS.
           MOVE DIA-INI-ED-WS TO DIA-CNF-WS
           MOVE MES-INI-ED-WS TO MES-CNF-WS
           MOVE ANO-INI-ED-WS TO ANO-CNF-WS
           PERFORM CONFERE-DATA THRU CONFERE-DATA-EXIT
           IF NOT DATA-OK
               MOVE "DATA INICIAL INVALIDA" TO MENSAGEM-PRM-WS
               GO TO VALIDA-PRM-ERRO.
           MOVE DIA-FIM-ED-WS TO DIA-CNF-WS
           MOVE MES-FIM-ED-WS TO MES-CNF-WS
           MOVE ANO-FIM-ED-WS TO ANO-CNF-WS
           PERFORM CONFERE-DATA THRU CONFERE-DATA-EXIT
           IF NOT DATA-OK
               MOVE "DATA FINAL INVALIDA" TO MENSAGEM-PRM-WS
               GO TO VALIDA-PRM-ERRO.
           COMPUTE DATA-CMP-INI-WS = ANO-INI-ED-WS * 10000
               + MES-INI-ED-WS * 100 + DIA-INI-ED-WS
           COMPUTE DATA-CMP-FIM-WS = ANO-FIM-ED-WS * 10000
               + MES-FIM-ED-WS * 100 + DIA-FIM-ED-WS
           IF DATA-CMP-INI-WS NOT = ZEROS
               AND DATA-CMP-FIM-WS NOT = ZEROS
               AND DATA-CMP-INI-WS > DATA-CMP-FIM-WS
               MOVE "DATA INICIAL MAIOR QUE A FINAL"
                   TO MENSAGEM-PRM-WS
               GO TO VALIDA-PRM-ERRO.
      *
           PERFORM VALIDA-FILTRO THRU VALIDA-FILTRO-EXIT
           GO TO VALIDA-PRM-EXIT.
       VALIDA-PRM-ERRO.
           MOVE "S" TO ERRO-PRM-WS.
       VALIDA-PRM-EXIT.
           EXIT.
      *
      *    CONFERE UMA DATA DDMMAAAA (DIA/MES/ANO-CNF-WS) NO
      *    CALENDARIO; ZERADA E ACEITA (NAO SE APLICA AO PROGRAMA)
       CONFERE-DATA.
           MOVE "S" TO DATA-OK-WS
           IF DIA-CNF-WS = ZEROS AND MES-CNF-WS = ZEROS
               AND ANO-CNF-WS = ZEROS
               GO TO CONFERE-DATA-EXIT.
           MOVE "N" TO DATA-OK-WS
           IF MES-CNF-WS < 1 OR MES-CNF-WS > 12
               OR ANO-CNF-WS < 1900 OR DIA-CNF-WS < 1
               GO TO CONFERE-DATA-EXIT.
           MOVE MES-CNF-WS TO MES-CAL-WS
           MOVE ANO-CNF-WS TO ANO-CAL-WS
           PERFORM CALCULA-ULT-DIA
           IF DIA-CNF-WS > ULT-DIA-MES-WS
               GO TO CONFERE-DATA-EXIT.
           MOVE "S" TO DATA-OK-WS.
       CONFERE-DATA-EXIT.
           EXIT.
      *
      *    CONFERE O FILTRO PELA REGRA DO PROGRAMA (ITEM
      *    IDX-PARM-VL-WS DO COPY PARMVL)
       VALIDA-FILTRO.
           IF FILTRO-ED-WS = SPACES
               IF OBRIGA-PARM-VL (IDX-PARM-VL-WS) = "S"
                   MOVE "FILTRO OBRIGATORIO PARA ESTE PROGRAMA"
                       TO MENSAGEM-PRM-WS
                   MOVE "S" TO ERRO-PRM-WS
               END-IF
               GO TO VALIDA-FILTRO-EXIT.
           MOVE ZEROS TO GRUPOS-FIL-WS
           PERFORM CONFERE-POSICAO THRU CONFERE-POSICAO-EXIT
               VARYING POS-FIL-WS FROM 1 BY 1
               UNTIL POS-FIL-WS > 6 OR ERRO-PRM
           IF ERRO-PRM GO TO VALIDA-FILTRO-EXIT.
           PERFORM VARYING GRUPO-FIL-WS FROM 1 BY 1
               UNTIL GRUPO-FIL-WS > 3
               OR (DIGITOS-GRUPO-WS (GRUPO-FIL-WS) NOT = ZEROS
               AND DIGITOS-GRUPO-WS (GRUPO-FIL-WS)
                   NOT = POSICOES-GRUPO-WS (GRUPO-FIL-WS))
           END-PERFORM
           IF GRUPO-FIL-WS NOT > 3
               MOVE "FILTRO: CAMPO NUMERICO INCOMPLETO (ZEROS A ESQ.)"
                   TO MENSAGEM-PRM-WS
               GO TO VALIDA-FILTRO-ERRO.
           IF MASCARA-PARM-VL (IDX-PARM-VL-WS) (1:1) = "L"
               AND FILTRO-ED-WS NOT = OPCOES-PARM-VL (IDX-PARM-VL-WS)
               STRING "FILTRO: SO BRANCO OU "
                   OPCOES-PARM-VL (IDX-PARM-VL-WS)
                   DELIMITED BY SIZE INTO MENSAGEM-PRM-WS
               GO TO VALIDA-FILTRO-ERRO.
      *
           IF TIPO-PARM-VL (IDX-PARM-VL-WS) = "D"
               AND FILTRO-ED-WS (1:6) NUMERIC
               AND FILTRO-ED-WS (1:6) NOT = ZEROS
               MOVE FILTRO-ED-WS (1:6) TO AAMMDD-FIL-WS
               MOVE DIA-FIL-WS TO DIA-CNF-WS
               MOVE MES-FIL-WS TO MES-CNF-WS
               COMPUTE ANO-CNF-WS = 1900 + ANO-FIL-WS
               IF ANO-FIL-WS < 50
                   ADD 100 TO ANO-CNF-WS
               END-IF
               PERFORM CONFERE-DATA THRU CONFERE-DATA-EXIT
               IF NOT DATA-OK
                   MOVE "FILTRO: DATA AAMMDD INVALIDA"
                       TO MENSAGEM-PRM-WS
                   GO TO VALIDA-FILTRO-ERRO.
           IF TIPO-PARM-VL (IDX-PARM-VL-WS) = "M"
               AND FILTRO-ED-WS (1:2) NUMERIC
               MOVE FILTRO-ED-WS (1:2) TO NUMERO-FIL-WS
               IF NUMERO-FIL-WS > 12
                   MOVE "FILTRO: MES DE 01 A 12 (00 = TODOS)"
                       TO MENSAGEM-PRM-WS
                   GO TO VALIDA-FILTRO-ERRO.
           IF TIPO-PARM-VL (IDX-PARM-VL-WS) = "H"
               AND FILTRO-ED-WS (4:2) NUMERIC
               MOVE FILTRO-ED-WS (4:2) TO NUMERO-FIL-WS
               IF NUMERO-FIL-WS > 23
                   MOVE "FILTRO: HORA DE 00 A 23"
                       TO MENSAGEM-PRM-WS
                   GO TO VALIDA-FILTRO-ERRO.
           GO TO VALIDA-FILTRO-EXIT.
       VALIDA-FILTRO-ERRO.
           MOVE "S" TO ERRO-PRM-WS.
       VALIDA-FILTRO-EXIT.
           EXIT.
      *
      *    CONFERE A POSICAO POS-FIL-WS DO FILTRO CONTRA A LETRA DA
      *    MASCARA; OS GRUPOS NUMERICOS SO SAO FECHADOS NO FIM
       CONFERE-POSICAO.
           MOVE MASCARA-PARM-VL (IDX-PARM-VL-WS) (POS-FIL-WS:1)
               TO MASC-FIL-WS
           MOVE FILTRO-ED-WS (POS-FIL-WS:1) TO CAR-FIL-WS
           IF MASC-FIL-WS = "L"
               GO TO CONFERE-POSICAO-EXIT.
           IF MASC-FIL-WS = SPACE
               IF CAR-FIL-WS NOT = SPACE
                   STRING "FILTRO: POSICAO " POS-FIL-WS
                       " NAO E USADA POR ESTE PROGRAMA"
                       DELIMITED BY SIZE INTO MENSAGEM-PRM-WS
                   GO TO CONFERE-POSICAO-ERRO
               END-IF
               GO TO CONFERE-POSICAO-EXIT.
           IF MASC-FIL-WS = "9" OR "8" OR "7"
               IF MASC-FIL-WS = "9" MOVE 1 TO GRUPO-FIL-WS END-IF
               IF MASC-FIL-WS = "8" MOVE 2 TO GRUPO-FIL-WS END-IF
               IF MASC-FIL-WS = "7" MOVE 3 TO GRUPO-FIL-WS END-IF
               ADD 1 TO POSICOES-GRUPO-WS (GRUPO-FIL-WS)
               IF CAR-FIL-WS NUMERIC
                   ADD 1 TO DIGITOS-GRUPO-WS (GRUPO-FIL-WS)
                   GO TO CONFERE-POSICAO-EXIT
               END-IF
               IF CAR-FIL-WS NOT = SPACE
                   STRING "FILTRO: POSICAO " POS-FIL-WS
                       " SO ACEITA DIGITO"
                       DELIMITED BY SIZE INTO MENSAGEM-PRM-WS
                   GO TO CONFERE-POSICAO-ERRO
               END-IF
               GO TO CONFERE-POSICAO-EXIT.
           IF CAR-FIL-WS = SPACE
               GO TO CONFERE-POSICAO-EXIT.
           IF MASC-FIL-WS = "S"
               IF CAR-FIL-WS NOT = "S" AND CAR-FIL-WS NOT = "N"
                   STRING "FILTRO: POSICAO " POS-FIL-WS
                       " SO ACEITA S OU N"
                       DELIMITED BY SIZE INTO MENSAGEM-PRM-WS
                   GO TO CONFERE-POSICAO-ERRO
               END-IF
               GO TO CONFERE-POSICAO-EXIT.
           IF MASC-FIL-WS = "O"
               MOVE 0 TO ACHOU-OPCAO-WS
               INSPECT OPCOES-PARM-VL (IDX-PARM-VL-WS)
                   TALLYING ACHOU-OPCAO-WS FOR ALL CAR-FIL-WS
               IF ACHOU-OPCAO-WS = ZEROS
                   STRING "FILTRO: OPCOES VALIDAS "
                       OPCOES-PARM-VL (IDX-PARM-VL-WS)
                       DELIMITED BY SIZE INTO MENSAGEM-PRM-WS
                   GO TO CONFERE-POSICAO-ERRO
               END-IF
               GO TO CONFERE-POSICAO-EXIT.
           IF MASC-FIL-WS = "D"
               IF CAR-FIL-WS < "A" OR CAR-FIL-WS > "Z"
                   MOVE "FILTRO: DRIVE DE DESTINO INVALIDO (A A Z)"
                       TO MENSAGEM-PRM-WS
                   GO TO CONFERE-POSICAO-ERRO
               END-IF
               IF CAR-FIL-WS = DRIVE-ED-WS
                   MOVE "FILTRO: DESTINO IGUAL AO DRIVE DE ORIGEM"
                       TO MENSAGEM-PRM-WS
                   GO TO CONFERE-POSICAO-ERRO.
           GO TO CONFERE-POSICAO-EXIT.
       CONFERE-POSICAO-ERRO.
           MOVE "S" TO ERRO-PRM-WS.
       CONFERE-POSICAO-EXIT.
           EXIT.
      *
      *    GRAVA EM "CADPARM.REL" O CONJUNTO ATUAL DE PARAMETROS,
      *    COM O SIGNIFICADO DO FILTRO E AS LINHAS COM ERRO
      *    APONTADAS, PARA O ROTEIRO DO OPERADOR DA NOITE
       LISTA-PRM.
           MOVE 0 TO INVALIDAS-77
           OPEN OUTPUT ARQ-REL
           ACCEPT DATA-LST-WS FROM DATE YYYYMMDD
           MOVE SPACES TO REG-REL
           STRING "PARAMETROS DE EXECUCAO NAO ASSISTIDA (CONVPARM.DAT)"
               " EM " DATA-LST-WS " OPERADOR " OPERADOR-EXEC-WS
               DELIMITED BY SIZE INTO REG-REL
           WRITE REG-REL
           MOVE SPACES TO REG-REL
           WRITE REG-REL
           MOVE SPACES TO REG-REL
           STRING "PROGRAMA ETAPA  D  FIL    PERIODO                  "
               "FILTRO  TELA   OPERADOR  SIGNIFICADO DO FILTRO"
               DELIMITED BY SIZE INTO REG-REL
           WRITE REG-REL
           PERFORM LISTA-LINHA-PRM
               VARYING IDX-PRM-WS FROM 1 BY 1
               UNTIL IDX-PRM-WS > QTD-PRM-WS
           MOVE SPACES TO REG-REL
           WRITE REG-REL
           MOVE SPACES TO REG-REL
           STRING "LINHAS: " QTD-PRM-WS "   COM ERRO: " INVALIDAS-77
               DELIMITED BY SIZE INTO REG-REL
           WRITE REG-REL
           MOVE SPACES TO REG-REL
           WRITE REG-REL
           MOVE SPACES TO REG-REL
           STRING "CONFERIDO POR: ____________________   "
               "DATA: ___/___/______   HORA: ______"
               DELIMITED BY SIZE INTO REG-REL
           WRITE REG-REL
           CLOSE ARQ-REL.
      *
       LISTA-LINHA-PRM.
           MOVE TAB-PRM-ITEM (IDX-PRM-WS) TO PRM-ED-WS
           MOVE PROGRAMA-ED-WS   TO PROGRAMA-LST-WS
           MOVE DRIVE-ED-WS      TO DRIVE-LST-WS
           MOVE FILIAL-INI-ED-WS TO FILIAL-INI-LST-WS
           MOVE FILIAL-FIM-ED-WS TO FILIAL-FIM-LST-WS
           MOVE DATA-INI-N-ED-WS TO DATA-INI-LST-WS
           MOVE DATA-FIM-N-ED-WS TO DATA-FIM-LST-WS
           MOVE FILTRO-ED-WS     TO FILTRO-LST-WS
           MOVE TELA-ED-WS       TO TELA-LST-WS
           MOVE OPERADOR-ED-WS   TO OPERADOR-LST-WS
           MOVE "AVULSO" TO CADEIA-LST-WS
           MOVE SPACES TO TEXTO-LST-WS
           PERFORM VALIDA-PRM THRU VALIDA-PRM-EXIT
           IF IDX-PARM-VL-WS NOT > QTD-PARM-VL
               MOVE TEXTO-PARM-VL (IDX-PARM-VL-WS) TO TEXTO-LST-WS
               IF CADEIA-PARM-VL (IDX-PARM-VL-WS) = "S"
                   MOVE "CADEIA" TO CADEIA-LST-WS.
           WRITE REG-REL FROM LINHA-LST-WS
           IF ERRO-PRM
               ADD 1 TO INVALIDAS-77
               MOVE SPACES TO REG-REL
               STRING "         *** LINHA COM ERRO: " MENSAGEM-PRM-WS
                   DELIMITED BY SIZE INTO REG-REL
               WRITE REG-REL.
      *
      *    CARREGA A TABELA COM TODAS AS LINHAS DO CONVPARM.DAT
       CARREGA-PRM.
           MOVE 0 TO QTD-PRM-WS
           MOVE "N" TO FIM-PRM-WS
           OPEN INPUT ARQ-PRM
           IF ESTADO-PRM NOT = ZEROS
               GO TO CARREGA-PRM-EXIT.
           PERFORM LE-PRM THRU LE-PRM-EXIT UNTIL ACABOU-PRM
           CLOSE ARQ-PRM.
       CARREGA-PRM-EXIT.
           EXIT.
      *
       LE-PRM.
           READ ARQ-PRM AT END MOVE "S" TO FIM-PRM-WS END-READ
           IF ACABOU-PRM GO TO LE-PRM-EXIT.
           IF QTD-PRM-WS < 99
               ADD 1 TO QTD-PRM-WS
               MOVE REGPARM-TX TO TAB-PRM-ITEM (QTD-PRM-WS).
       LE-PRM-EXIT.
           EXIT.
      *
      *    REGRAVA O CONVPARM.DAT POR INTEIRO A PARTIR DA TABELA
       GRAVA-PRM.
           OPEN OUTPUT ARQ-PRM
           PERFORM GRAVA-LINHA-PRM
               VARYING IDX-PRM-WS FROM 1 BY 1
               UNTIL IDX-PRM-WS > QTD-PRM-WS
           CLOSE ARQ-PRM.
      *
       GRAVA-LINHA-PRM.
           MOVE TAB-PRM-ITEM (IDX-PRM-WS) TO REGPARM-TX
           WRITE REGPARM-TX.
      *
      *    REGISTRA NA TRILHA DOS CADASTROS A LINHA DE INDICE
      *    IDX-PRM-WS (A IMAGEM ANTERIOR JA ESTA EM ANTES-TRL-WS)
       REGISTRA-PRM.
           MOVE "CONVPARM" TO CADASTRO-TRL-WS
           MOVE TAB-PRM-ITEM (IDX-PRM-WS) TO DEPOIS-TRL-WS
           IF OPERACAO-TRL-WS = "E"
               MOVE SPACES TO DEPOIS-TRL-WS.
           MOVE PROGRAMA-TAB-PRM-WS (IDX-PRM-WS) TO CHAVE-TRL-WS
           PERFORM GRAVA-TRILHA THRU GRAVA-TRILHA-EXIT.
      *
      *    DEVOLVE EM ULT-DIA-MES-WS O ULTIMO DIA DO MES/ANO
      *    RECEBIDOS EM MES-CAL-WS/ANO-CAL-WS
       CALCULA-ULT-DIA.
           MOVE DIAS-MES-VL (MES-CAL-WS) TO ULT-DIA-MES-WS
           IF MES-CAL-WS = 2
               DIVIDE ANO-CAL-WS BY 4 GIVING QUOC-BISS-WS
                   REMAINDER RESTO-BISS-WS
               IF RESTO-BISS-WS = ZEROS
                   DIVIDE ANO-CAL-WS BY 100 GIVING QUOC-BISS-WS
                       REMAINDER RESTO-BISS-WS
                   IF RESTO-BISS-WS NOT = ZEROS
                       MOVE 29 TO ULT-DIA-MES-WS
                   ELSE
                       DIVIDE ANO-CAL-WS BY 400 GIVING QUOC-BISS-WS
                           REMAINDER RESTO-BISS-WS
                       IF RESTO-BISS-WS = ZEROS
                           MOVE 29 TO ULT-DIA-MES-WS.
      *
           COPY FILIALPR.
      *
           COPY OPERPR.
      *
           COPY TRILPR.
