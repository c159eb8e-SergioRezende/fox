      *
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. CONVCATA.
       AUTHOR. LUIS AUGUSTO.
      *
      *    DATA DA ALTERACAO: 10/96
      *
      *    LISTA DE PRECOS E CATALOGO DE APLICACOES DIRETO DO ARQFIXO
      *    (BTRIEVE): O OPERADOR ESCOLHE UMA DAS DEZ TABELAS DE PRECO
      *    E O PROGRAMA IMPRIME EM "CONVCATA.REL" OS ITENS ATIVOS QUE
      *    PERTENCEM A ELA (INDICADOR EMITE-TAB = "S"), AGRUPADOS POR
      *    GRUPO/SUBGRUPO (COM AS DESCRICOES DO ARQGRUPO.TXT E
      *    ARQSUBGR.TXT, QUANDO EXISTIREM), EM ORDEM ALFABETICA DE
      *    DESCRICAO, COM UNIDADE E PRECO DE TABELA. NO FIM SAI O
      *    INDICE ALFABETICO DAS APLICACOES (AS CINCO DESCRICOES
      *    SECUNDARIAS DE CADA ITEM), PARA O BALCAO ACHAR A PECA PELA
      *    APLICACAO E NAO SO PELO CODIGO. SUBSTITUI O LIVRO DE
      *    PRECOS DATILOGRAFADO.
      *
      *    DATA DA ALTERACAO: 10/96
      *
      *    CADA "CONVCATA.REL" GERADO E GUARDADO NO ARQUIVO DE
      *    RELATORIOS (COPY ARQRPR) COM A FILIAL, O PERIODO E A
      *    HORA DA GERACAO, PARA CONSULTA E REIMPRESSAO PELO
      *    CADARQR.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
           SELECT      ARQ-SRT    ASSIGN     TO   "CONVCATA.SRT".
      *
           SELECT      ARQ-TAB    ASSIGN     TO   DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ESTADO-TAB.
      *
           SELECT      ARQ-REL    ASSIGN     TO   "CONVCATA.REL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ESTADO.
      *
           SELECT      ARQ-LOG    ASSIGN     TO   "CONVLOG.LOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ESTADO-LOG.
      *
           COPY ARQRSL.
      *
           COPY TRAVASL.
      *
           SELECT      ARQ-PRM    ASSIGN     TO   "CONVPARM.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ESTADO-PRM.
      *
           COPY OPERSL.
      *
       DATA DIVISION.
       FILE SECTION.
      *
      *    TIPO 1 = ITEM DA LISTA (CHAVE GRUPO/SUBGRUPO + DESCRICAO),
      *    TIPO 2 = ENTRADA DO INDICE (CHAVE = TEXTO DA APLICACAO)
       SD  ARQ-SRT
           DATA      RECORD       REG-SRT.
       01  REG-SRT.
           05  TIPO-SRT                      PIC 9(01).
           05  CHAVE-GRUPO-SRT.
               10  GRUPO-CH-SRT              PIC 9(02).
               10  SUBGR-CH-SRT              PIC 9(03).
           05  CHAVE-SRT                     PIC X(25).
           05  CODIGO-SRT                    PIC 9(07).
           05  GRUPO-SRT                     PIC 9(02).
           05  SUBGR-SRT                     PIC 9(03).
           05  DESCR-SRT                     PIC X(25).
           05  UNIDADE-SRT                   PIC X(02).
           05  VALOR-SRT                     PIC 9(11).
      *
      *    TABELAS DE GRUPO E SUBGRUPO JA GERADAS PELA CONVERSAO
      *    (ARQGRUPO.TXT / ARQSUBGR.TXT), SO CODIGO E DESCRICAO
       FD  ARQ-TAB
           LABEL     RECORD       STANDARD
           VALUE     OF FILE-ID   ARQTAB-WS
           DATA      RECORD       REG-TAB.
       01  REG-TAB                           PIC X(250).
       01  REG-TAB-GRUPO.
           05  COD-TAB-GRUPO                 PIC 9(02).
           05  DESCR-TAB-GRUPO               PIC X(35).
           05  FILLER                        PIC X(213).
       01  REG-TAB-SUBGR.
           05  GRUPO-TAB-SUBGR               PIC 9(02).
           05  SUBGR-TAB-SUBGR               PIC 9(03).
           05  DESCR-TAB-SUBGR               PIC X(25).
           05  FILLER                        PIC X(220).
      *
       FD  ARQ-REL
           LABEL     RECORD       STANDARD
           VALUE     OF FILE-ID   "CONVCATA.REL"
           DATA      RECORD       REG-REL.
       01  REG-REL                           PIC X(90).
      *
      *    REGISTRO DE LOG DE EXECUCAO (ARQ. "CONVLOG.LOG")
       FD  ARQ-LOG
           LABEL RECORD IS STANDARD.
           COPY LOGCONV.
      *
           COPY ARQRFD.
      *
           COPY TRAVAFD.
      *
      *    REGISTRO DE PARAMETROS DE EXECUCAO (ARQ. "CONVPARM.DAT")
       FD  ARQ-PRM
           LABEL RECORD IS STANDARD.
           COPY PARMCONV.
      *
           COPY OPERFD.
      *
       WORKING-STORAGE SECTION.
      *
       77  ESTADO                PIC X(02).
       77  ESTADO-TAB            PIC X(02).
       77  ESTADO-LOG            PIC X(02).
       77  ESTADO-PRM            PIC X(02).
       77  LIDOS-77        VALUE 0             PIC 9(07).
       77  LISTADOS-77     VALUE 0             PIC 9(07).
       77  APLICACOES-77   VALUE 0             PIC 9(07).
       77  INATIVOS-77     VALUE 0             PIC 9(07).
      *    LIGA QUANDO A VARREDURA BTRIEVE PAROU POR ERRO E NAO POR
      *    FIM DE ARQUIVO: O RELATORIO SAI AVISANDO QUE E INCOMPLETO
       77  TRUNCADO-BTV-WS VALUE "N"           PIC X(01).
           88  LEITURA-TRUNCADA                VALUE "S".
      *    REPINTA OS CONTADORES DA TELA SO A CADA INTERVALO-TELA-WS
      *    REGISTROS, PARA A TELA NAO DOMINAR A VARREDURA
       77  INTERVALO-TELA-WS  VALUE 100         PIC 9(05).
       77  CONTA-TELA-WS      VALUE 1           PIC 9(05).
       77  I                                   PIC 9(02).
       77  E                                   PIC 9(02).
       77  FIM-SRT-WS                          PIC X(01).
           88  ACABOU-SRT                      VALUE "S".
       77  FIM-TAB-WS                          PIC X(01).
           88  ACABOU-TAB                      VALUE "S".
      *
       77  TABELA-WS       VALUE ZEROS         PIC 9(02).
       77  IDX-APL-WS                          PIC 9(01).
       77  GRUPO-ANT-WS                        PIC 9(02).
       77  SUBGR-ANT-WS                        PIC 9(03).
       77  TIPO-ANT-WS                         PIC 9(01).
       01  DATA-EMISSAO-WS                     PIC 9(08).
       01  FILLER REDEFINES DATA-EMISSAO-WS.
           05  ANO-EMI-WS                      PIC 9(04).
           05  MES-EMI-WS                      PIC 9(02).
           05  DIA-EMI-WS                      PIC 9(02).
      *
      *    NOME DOS ARQUIVOS TXT DE GRUPO/SUBGRUPO
       01  ARQTAB-WS                           PIC X(20).
      *
      *    DESCRICOES DE GRUPO E DE SUBGRUPO
       77  QTD-GRU-WS      VALUE 0             PIC 9(03).
       77  IDX-GRU-WS                          PIC 9(03).
       01  TAB-GRU-WS.
           05  TAB-GRU-ITEM OCCURS 100 TIMES.
               10  COD-GRU-WS                  PIC 9(02).
               10  DESCR-GRU-WS                PIC X(35).
       77  QTD-SUB-WS      VALUE 0             PIC 9(03).
       77  IDX-SUB-WS                          PIC 9(03).
       77  DESCARTADOS-SUB-77 VALUE 0          PIC 9(05).
       01  TAB-SUB-WS.
           05  TAB-SUB-ITEM OCCURS 600 TIMES.
               10  GRUPO-SUB-WS                PIC 9(02).
               10  SUBGR-SUB-WS                PIC 9(03).
               10  DESCR-SUB-WS                PIC X(25).
      *
           COPY DADOS.
           COPY TELAWS.
           COPY PARMAUTO.
      *
           COPY OPERWS.
           COPY DURAWS.
           COPY CRIABT.
      *
      * REGISTRO DA PARTE FIXA DO ESTOQUE <REGFIXO.COB>
       01  DADOS-FIXO-WS.
           05  POS-FIXO-WS                      PIC X(128).
           05  TAM-FIXO-WS                      PIC 99 COMP-0 VALUE 212.
       01  ARQFIXO-WS.
           05  U-FIXO-WS                       PIC X(01).
           05  FILLER VALUE ":ARQFIXO.EST"     PIC X(13).
       01  REGFIXO-WS.
           05  CODIGO-NUM-WS                   PIC 9(07).
           05  DESCRICAO-WS                    PIC X(25).
           05  CHAVE-SEC-WS.
               10  GRUPO-WS                    PIC 9(02).
               10  SUBGRUPO-WS                 PIC 9(03).
               10  CLASS-WS                    PIC 9(03).
               10  SEQ-WS                      PIC 9(03).
               10  MARCA-WS                    PIC 9(01).
           05  GRUPO-SAI-WS                    PIC 9(02).
           05  GRUPO-ENT-WS                    PIC 9(02).
           05  UNIDADE-WS                      PIC X(02).
           05  FORNECEDOR-WS                   PIC 9(03)  COMP-3.
           05  VALOR-TAB-WS                    PIC S9(11) COMP-3.
           05  PESO-WS                         PIC 9(04)V9(03) COMP-3.
           05  STATUS-WS                       PIC X(01).
               88  ITEM-ATIVO-WS   VALUE "A".
               88  ITEM-INATIVO-WS VALUE "I", "D".
           05  PROT-WS                         PIC X(01).
           05  EMITE-TAB-WS.
               10  NUM-EMI-WS OCCURS 10 TIMES  PIC X(01).
           05  EXISTE-ALX-WS.
               10  OCC-ALX-WS OCCURS 10 TIMES  PIC X(01).
           05  EMITE-PED-WS                    PIC X(01).
           05  ORIGEM-WS                       PIC 9(01).
           05  TIPO-IMPOSTO-WS                 PIC 9(01).
           05  TAB-AUX-WS.
               10  DESCR-SEC-WS OCCURS 05      PIC X(25).
      *
       01  LINHA-ITEM-WS.
           05  FILLER  VALUE "    "            PIC X(04).
           05  CODIGO-LIN-WS                   PIC 9(07).
           05  FILLER  VALUE "  "              PIC X(02).
           05  DESCR-LIN-WS                    PIC X(25).
           05  FILLER  VALUE "  "              PIC X(02).
           05  UNIDADE-LIN-WS                  PIC X(02).
           05  FILLER  VALUE "  "              PIC X(02).
           05  VALOR-LIN-WS                    PIC ZZ.ZZZ.ZZZ.ZZ9.
      *
       01  LINHA-APLIC-WS.
           05  APLIC-LIN-WS                    PIC X(25).
           05  FILLER  VALUE "  "              PIC X(02).
           05  CODIGO-APL-LIN-WS               PIC 9(07).
           05  FILLER  VALUE "  "              PIC X(02).
           05  DESCR-APL-LIN-WS                PIC X(25).
           05  FILLER  VALUE "  GR "           PIC X(05).
           05  GRUPO-APL-LIN-WS                PIC 9(02).
           05  FILLER  VALUE "/"               PIC X(01).
           05  SUBGR-APL-LIN-WS                PIC 9(03).
      *
           COPY ARQRVL.
      *
           COPY TRAVAWS.
      *
       PROCEDURE DIVISION.
      *
       INICIO-010.
           DISPLAY (1, 1) ERASE.
           ACCEPT HORA-INI-EXEC-WS FROM TIME.
       015-DATAS.
           DISPLAY (5, 12) "* LISTA DE PRECOS E CATALOGO *"

           MOVE "CONVCATA" TO PROGRAMA-EXEC-WS
           PERFORM CARREGA-PARM THRU CARREGA-PARM-EXIT
           IF MODO-AUTO AND TELA-PARM-WS NOT = ZEROS
               MOVE TELA-PARM-WS TO INTERVALO-TELA-WS.
           IF MODO-AUTO
               MOVE DRIVE-PARM-WS TO U-FIXO-WS
               IF FILTRO-PARM-WS (1:2) NOT = SPACES
                   MOVE FILTRO-PARM-WS (1:2) TO TABELA-WS.

           DISPLAY (9, 10) "Operador................:"
           IF NOT MODO-AUTO
               ACCEPT (, ) OPERADOR-EXEC-WS WITH PROMPT UPDATE.
           MOVE "CONVCATA" TO PROGRAMA-ACE-WS
           MOVE MODO-AUTO-WS TO SEM-SENHA-ACE-WS
           PERFORM AUTENTICA-OPERADOR THRU AUTENTICA-OPERADOR-EXIT.

           DISPLAY (10, 10) "Informe o Drive dos arqs:"
           IF NOT MODO-AUTO
               ACCEPT (, ) U-FIXO-WS WITH PROMPT UPDATE
               ACCEPT ESCAPE-77 FROM ESCAPE KEY
               IF ESCAPE-77 NOT = ZEROS STOP RUN.

           DISPLAY (11, 10) "Tabela de preco (01-10).:"
           IF NOT MODO-AUTO
               ACCEPT (, ) TABELA-WS WITH PROMPT UPDATE
               IF ESCAPE-77 NOT = ZEROS GO TO INICIO-010.
           IF TABELA-WS = ZEROS OR TABELA-WS > 10
               DISPLAY (24, 10) "TABELA INVALIDA - INFORME DE 01 A 10"
               IF MODO-AUTO GO TO TERMINA-ERRO-PARM END-IF
               GO TO INICIO-010.

           DISPLAY (14, 10) "ITENS LIDOS:        LISTADOS:"
           MOVE 0 TO LIDOS-77 LISTADOS-77 APLICACOES-77 INATIVOS-77
           MOVE "N" TO TRUNCADO-BTV-WS
           ACCEPT DATA-EMISSAO-WS FROM DATE YYYYMMDD
           PERFORM CARREGA-GRUPOS
           SORT ARQ-SRT
               ON ASCENDING KEY TIPO-SRT CHAVE-GRUPO-SRT CHAVE-SRT
                                CODIGO-SRT
               INPUT  PROCEDURE IS 100-CARGA
               OUTPUT PROCEDURE IS 200-RELATORIO
           DISPLAY (23, 10) "CATALOGO GRAVADO EM CONVCATA.REL"
           PERFORM REPINTA-TELA
           PERFORM GRAVA-LOG
           IF MODO-AUTO GOBACK.
           GO TO 015-DATAS.
      *
      *    CARGA: VARRE O ARQFIXO LIBERANDO OS ITENS ATIVOS DA TABELA
      *    ESCOLHIDA (TIPO 1) E CADA APLICACAO PREENCHIDA (TIPO 2)
       100-CARGA SECTION.
       110-ABRE.
           MOVE 999 TO ERRO-WS CAN-WS
           MOVE ABRE-WS TO B-FUNC-WS
           MOVE -1 TO KEY-NUM-WS
           MOVE POS-FIXO-WS TO POS-WS
           MOVE ARQFIXO-WS TO NOME-ARQ-WS
           MOVE TAM-FIXO-WS TO TAMANHO-WS
           CALL "BTVCAL" USING DADOS-WS
           IF B-STATUS-WS NOT = ZEROS
               MOVE RESET-WS TO B-FUNC-WS
               CALL "BTVCAL" USING DADOS-WS
               DISPLAY (24, 10) "ARQFIXO NAO ABRE - VERIFIQUE O DRIVE"
               MOVE "S" TO TRUNCADO-BTV-WS
               GO TO 190-FIM.
           MOVE 0 TO KEY-NUM-WS
           MOVE LER-PRIMEIRO-WS TO B-FUNC-WS
           MOVE 09 TO ERRO-WS CAN-WS
           CALL "BTVCAL" USING DADOS-WS.
       120-LE-ITEM.
           IF B-STATUS-WS NOT = ZEROS
               IF B-STATUS-WS NOT = 09
                   MOVE "S" TO TRUNCADO-BTV-WS
               END-IF
               MOVE FECHA-WS TO B-FUNC-WS
               CALL "BTVCAL" USING DADOS-WS
               GO TO 190-FIM.
           MOVE REGISTRO-WS TO REGFIXO-WS
           ADD 1 TO LIDOS-77
           PERFORM MOSTRA-PROGRESSO
           IF ITEM-INATIVO-WS
               ADD 1 TO INATIVOS-77
           ELSE
               IF NUM-EMI-WS (TABELA-WS) = "S"
                   PERFORM 130-LIBERA-ITEM.
           MOVE 09 TO ERRO-WS
           MOVE 0 TO KEY-NUM-WS
           MOVE LER-PROX-WS TO B-FUNC-WS
           CALL "BTVCAL" USING DADOS-WS
           GO TO 120-LE-ITEM.
       130-LIBERA-ITEM.
           MOVE 1 TO TIPO-SRT
           MOVE GRUPO-WS TO GRUPO-CH-SRT GRUPO-SRT
           MOVE SUBGRUPO-WS TO SUBGR-CH-SRT SUBGR-SRT
           MOVE DESCRICAO-WS TO CHAVE-SRT DESCR-SRT
           MOVE CODIGO-NUM-WS TO CODIGO-SRT
           MOVE UNIDADE-WS TO UNIDADE-SRT
           MOVE VALOR-TAB-WS TO VALOR-SRT
           RELEASE REG-SRT
           ADD 1 TO LISTADOS-77
           PERFORM 140-LIBERA-APLIC
               VARYING IDX-APL-WS FROM 1 BY 1 UNTIL IDX-APL-WS > 5.
       140-LIBERA-APLIC.
           IF DESCR-SEC-WS (IDX-APL-WS) NOT = SPACES
               MOVE 2 TO TIPO-SRT
               MOVE ZEROS TO CHAVE-GRUPO-SRT
               MOVE DESCR-SEC-WS (IDX-APL-WS) TO CHAVE-SRT
               MOVE GRUPO-WS TO GRUPO-SRT
               MOVE SUBGRUPO-WS TO SUBGR-SRT
               MOVE DESCRICAO-WS TO DESCR-SRT
               MOVE CODIGO-NUM-WS TO CODIGO-SRT
               MOVE UNIDADE-WS TO UNIDADE-SRT
               MOVE VALOR-TAB-WS TO VALOR-SRT
               RELEASE REG-SRT
               ADD 1 TO APLICACOES-77.
       190-FIM.
           EXIT.
      *
      *    DEVOLUCAO: LISTA POR GRUPO/SUBGRUPO E DEPOIS O INDICE
       200-RELATORIO SECTION.
       210-PREPARA.
           OPEN OUTPUT ARQ-REL
           MOVE SPACES TO REG-REL
           STRING "LISTA DE PRECOS - TABELA " TABELA-WS
               "   EMISSAO " DIA-EMI-WS "/" MES-EMI-WS "/" ANO-EMI-WS
               DELIMITED BY SIZE INTO REG-REL
           WRITE REG-REL
           MOVE 99 TO GRUPO-ANT-WS
           MOVE 999 TO SUBGR-ANT-WS
           MOVE 1 TO TIPO-ANT-WS
           MOVE "N" TO FIM-SRT-WS.
       220-DEVOLVE.
           RETURN ARQ-SRT
               AT END MOVE "S" TO FIM-SRT-WS
           END-RETURN
           IF ACABOU-SRT
               GO TO 280-ENCERRA.
           IF TIPO-SRT = 2
               GO TO 250-APLICACAO.
           IF GRUPO-SRT NOT = GRUPO-ANT-WS
               PERFORM 230-QUEBRA-GRUPO.
           IF SUBGR-SRT NOT = SUBGR-ANT-WS
               PERFORM 240-QUEBRA-SUBGRUPO.
           MOVE CODIGO-SRT TO CODIGO-LIN-WS
           MOVE DESCR-SRT TO DESCR-LIN-WS
           MOVE UNIDADE-SRT TO UNIDADE-LIN-WS
           MOVE VALOR-SRT TO VALOR-LIN-WS
           WRITE REG-REL FROM LINHA-ITEM-WS
           GO TO 220-DEVOLVE.
       230-QUEBRA-GRUPO.
           MOVE GRUPO-SRT TO GRUPO-ANT-WS
           MOVE 999 TO SUBGR-ANT-WS
           PERFORM VARYING IDX-GRU-WS FROM 1 BY 1
               UNTIL IDX-GRU-WS > QTD-GRU-WS
               OR COD-GRU-WS (IDX-GRU-WS) = GRUPO-SRT
           END-PERFORM
           MOVE SPACES TO REG-REL
           WRITE REG-REL
           MOVE SPACES TO REG-REL
           IF IDX-GRU-WS > QTD-GRU-WS
               STRING "GRUPO " GRUPO-SRT
                   DELIMITED BY SIZE INTO REG-REL
           ELSE
               STRING "GRUPO " GRUPO-SRT " - "
                   DESCR-GRU-WS (IDX-GRU-WS)
                   DELIMITED BY SIZE INTO REG-REL.
           WRITE REG-REL.
       240-QUEBRA-SUBGRUPO.
           MOVE SUBGR-SRT TO SUBGR-ANT-WS
           PERFORM VARYING IDX-SUB-WS FROM 1 BY 1
               UNTIL IDX-SUB-WS > QTD-SUB-WS
               OR (GRUPO-SUB-WS (IDX-SUB-WS) = GRUPO-SRT
               AND SUBGR-SUB-WS (IDX-SUB-WS) = SUBGR-SRT)
           END-PERFORM
           MOVE SPACES TO REG-REL
           IF IDX-SUB-WS > QTD-SUB-WS
               STRING "  SUBGRUPO " SUBGR-SRT
                   DELIMITED BY SIZE INTO REG-REL
           ELSE
               STRING "  SUBGRUPO " SUBGR-SRT " - "
                   DESCR-SUB-WS (IDX-SUB-WS)
                   DELIMITED BY SIZE INTO REG-REL.
           WRITE REG-REL.
      *
      *    INDICE DE APLICACOES: O CABECALHO SAI NA PRIMEIRA ENTRADA
       250-APLICACAO.
           IF TIPO-ANT-WS = 1
               MOVE 2 TO TIPO-ANT-WS
               MOVE SPACES TO REG-REL
               WRITE REG-REL
               MOVE SPACES TO REG-REL
               STRING "INDICE ALFABETICO DE APLICACOES - TABELA "
                   TABELA-WS
                   DELIMITED BY SIZE INTO REG-REL
               WRITE REG-REL
               MOVE "APLICACAO                  CODIGO   DESCRICAO"
                   TO REG-REL
               WRITE REG-REL.
           MOVE CHAVE-SRT TO APLIC-LIN-WS
           MOVE CODIGO-SRT TO CODIGO-APL-LIN-WS
           MOVE DESCR-SRT TO DESCR-APL-LIN-WS
           MOVE GRUPO-SRT TO GRUPO-APL-LIN-WS
           MOVE SUBGR-SRT TO SUBGR-APL-LIN-WS
           WRITE REG-REL FROM LINHA-APLIC-WS
           GO TO 220-DEVOLVE.
       280-ENCERRA.
           MOVE SPACES TO REG-REL
           WRITE REG-REL
           MOVE SPACES TO REG-REL
           STRING "ITENS LIDOS=" LIDOS-77 " LISTADOS=" LISTADOS-77
               " INATIVOS=" INATIVOS-77
               " APLICACOES=" APLICACOES-77
               DELIMITED BY SIZE INTO REG-REL
           WRITE REG-REL
           IF DESCARTADOS-SUB-77 NOT = ZEROS
               MOVE SPACES TO REG-REL
               STRING "ESTOURO TABELA SUBGRUPOS: " DESCARTADOS-SUB-77
                   " SEM DESCRICAO"
                   DELIMITED BY SIZE INTO REG-REL
               WRITE REG-REL.
           IF LEITURA-TRUNCADA
               MOVE SPACES TO REG-REL
               STRING "AVISO: LEITURA INTERROMPIDA - "
                   "CATALOGO INCOMPLETO"
                   DELIMITED BY SIZE INTO REG-REL
               WRITE REG-REL
               DISPLAY (23, 10) "LEITURA INTERROMPIDA - INCOMPLETO".
           CLOSE ARQ-REL.
       290-FIM.
           EXIT.
      *
      *    CARREGA AS DESCRICOES DE GRUPO E SUBGRUPO DOS ARQUIVOS TXT
      *    JA GERADOS PELA CONVERSAO (SEM ELES SAEM SO OS CODIGOS)
       CARREGA-GRUPOS.
           MOVE 0 TO QTD-GRU-WS QTD-SUB-WS DESCARTADOS-SUB-77
           MOVE SPACES TO ARQTAB-WS
           STRING U-FIXO-WS ":ARQGRUPO.TXT"
               DELIMITED BY SIZE INTO ARQTAB-WS
           MOVE "N" TO FIM-TAB-WS
           OPEN INPUT ARQ-TAB
           IF ESTADO-TAB = ZEROS
               PERFORM LE-TAB-GRUPO THRU LE-TAB-GRUPO-EXIT
                   UNTIL ACABOU-TAB
               CLOSE ARQ-TAB.
           MOVE SPACES TO ARQTAB-WS
           STRING U-FIXO-WS ":ARQSUBGR.TXT"
               DELIMITED BY SIZE INTO ARQTAB-WS
           MOVE "N" TO FIM-TAB-WS
           OPEN INPUT ARQ-TAB
           IF ESTADO-TAB = ZEROS
               PERFORM LE-TAB-SUBGR THRU LE-TAB-SUBGR-EXIT
                   UNTIL ACABOU-TAB
               CLOSE ARQ-TAB.
      *
       LE-TAB-GRUPO.
           READ ARQ-TAB AT END MOVE "S" TO FIM-TAB-WS END-READ
           IF ACABOU-TAB GO TO LE-TAB-GRUPO-EXIT.
           IF REG-TAB (1:1) = "0" AND REG-TAB (2:4) = "CONV"
               GO TO LE-TAB-GRUPO-EXIT.
           IF REG-TAB (1:1) = "9" AND REG-TAB (22:229) = SPACES
               GO TO LE-TAB-GRUPO-EXIT.
           IF QTD-GRU-WS < 100
               ADD 1 TO QTD-GRU-WS
               MOVE COD-TAB-GRUPO TO COD-GRU-WS (QTD-GRU-WS)
               MOVE DESCR-TAB-GRUPO TO DESCR-GRU-WS (QTD-GRU-WS).
       LE-TAB-GRUPO-EXIT.
           EXIT.
      *
       LE-TAB-SUBGR.
           READ ARQ-TAB AT END MOVE "S" TO FIM-TAB-WS END-READ
           IF ACABOU-TAB GO TO LE-TAB-SUBGR-EXIT.
           IF REG-TAB (1:1) = "0" AND REG-TAB (2:4) = "CONV"
               GO TO LE-TAB-SUBGR-EXIT.
           IF REG-TAB (1:1) = "9" AND REG-TAB (22:229) = SPACES
               GO TO LE-TAB-SUBGR-EXIT.
           IF QTD-SUB-WS < 600
               ADD 1 TO QTD-SUB-WS
               MOVE GRUPO-TAB-SUBGR TO GRUPO-SUB-WS (QTD-SUB-WS)
               MOVE SUBGR-TAB-SUBGR TO SUBGR-SUB-WS (QTD-SUB-WS)
               MOVE DESCR-TAB-SUBGR TO DESCR-SUB-WS (QTD-SUB-WS)
           ELSE
               ADD 1 TO DESCARTADOS-SUB-77.
       LE-TAB-SUBGR-EXIT.
           EXIT.
      *
      *    PINTA OS CONTADORES SO A CADA INTERVALO-TELA-WS REGISTROS
       MOSTRA-PROGRESSO.
           SUBTRACT 1 FROM CONTA-TELA-WS
           IF CONTA-TELA-WS = ZEROS
               MOVE INTERVALO-TELA-WS TO CONTA-TELA-WS
               PERFORM REPINTA-TELA.
      *
       REPINTA-TELA.
           DISPLAY (14, 23) LIDOS-77
           DISPLAY (14, 40) LISTADOS-77.
      *
      *    GRAVA UMA LINHA NO LOG PERSISTENTE DE EXECUCOES (CONVLOG.LOG)
       GRAVA-LOG.
           MOVE "CONVCATA" TO PROGRAMA-LOG-TX
           ACCEPT DATA-EXEC-LOG-TX FROM DATE YYYYMMDD
           ACCEPT HORA-EXEC-LOG-TX FROM TIME
           MOVE OPERADOR-EXEC-WS TO OPERADOR-LOG-TX
           ACCEPT HORA-FIM-EXEC-WS FROM TIME
           PERFORM CALCULA-DURACAO
           MOVE HORA-INI6-EXEC-WS TO HORA-INI-LOG-TX
           MOVE DURACAO-EXEC-WS TO DURACAO-LOG-TX
           MOVE SPACES TO FILTRO-LOG-TX
           STRING "DRIVE=" U-FIXO-WS " TABELA=" TABELA-WS
               DELIMITED BY SIZE
               INTO FILTRO-LOG-TX
           MOVE LIDOS-77 TO LIDOS-LOG-TX
           MOVE LISTADOS-77 TO GRAVADOS-LOG-TX
           MOVE APLICACOES-77 TO GRAVADOS2-LOG-TX
           MOVE "CONVCATA.REL" TO NOME-REL-ARR-WS
           PERFORM GUARDA-RELATORIO THRU GUARDA-RELATORIO-EXIT
           OPEN EXTEND ARQ-LOG
           IF  ESTADO-LOG NOT = ZEROS
               OPEN OUTPUT ARQ-LOG.
           WRITE REGLOG-TX
           CLOSE ARQ-LOG.
      *
      *    PROCURA EM "CONVPARM.DAT" A LINHA DE PARAMETROS DESTE
      *    PROGRAMA; SE ACHAR, LIGA O MODO NAO ASSISTIDO
       CARREGA-PARM.
           MOVE "N" TO MODO-AUTO-WS
           MOVE "N" TO FIM-PRM-WS
           OPEN INPUT ARQ-PRM
           IF ESTADO-PRM NOT = ZEROS
               GO TO CARREGA-PARM-EXIT.
           PERFORM LE-PRM THRU LE-PRM-EXIT
               UNTIL ACABOU-PRM OR MODO-AUTO
           CLOSE ARQ-PRM.
       CARREGA-PARM-EXIT.
           EXIT.
      *
       LE-PRM.
           READ ARQ-PRM AT END MOVE "S" TO FIM-PRM-WS END-READ
           IF ACABOU-PRM GO TO LE-PRM-EXIT.
           IF PROGRAMA-PARM-TX = PROGRAMA-EXEC-WS
               MOVE "S" TO MODO-AUTO-WS
               MOVE DRIVE-PARM-TX      TO DRIVE-PARM-WS
               MOVE FILIAL-INI-PARM-TX TO FILIAL-INI-PARM-WS
               MOVE FILIAL-FIM-PARM-TX TO FILIAL-FIM-PARM-WS
               MOVE DIA-INI-PARM-TX    TO DIA-INI-PARM-WS
               MOVE MES-INI-PARM-TX    TO MES-INI-PARM-WS
               MOVE ANO-INI-PARM-TX    TO ANO-INI-PARM-WS
               MOVE DIA-FIM-PARM-TX    TO DIA-FIM-PARM-WS
               MOVE MES-FIM-PARM-TX    TO MES-FIM-PARM-WS
               MOVE ANO-FIM-PARM-TX    TO ANO-FIM-PARM-WS
               MOVE FILTRO-PARM-TX     TO FILTRO-PARM-WS
               MOVE TELA-PARM-TX       TO TELA-PARM-WS
               MOVE OPERADOR-PARM-TX   TO OPERADOR-PARM-WS
               MOVE OPERADOR-PARM-TX   TO OPERADOR-EXEC-WS.
       LE-PRM-EXIT.
           EXIT.
      *
      *    EM MODO NAO ASSISTIDO NAO HA OPERADOR PARA CORRIGIR UM
      *    PARAMETRO INVALIDO: DEVOLVE O CONTROLE COM CODIGO 8
       TERMINA-ERRO-PARM.
           MOVE 8 TO RETURN-CODE
           GOBACK.
      *
           COPY DURAPR.
      *
           COPY OPERPR.
      *
           COPY ARQRPR.
      *
           COPY TRAVAPR.
