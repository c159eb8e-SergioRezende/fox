      *
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. CONVGOND.
       AUTHOR. LUIS AUGUSTO.
      *
      *    DATA DA ALTERACAO: 10/96
      *
      *    ETIQUETAS DE GONDOLA: GRAVA EM "CONVGOND.REL" UMA ETIQUETA
      *    (CODIGO, DESCRICAO, UNIDADE E PRECO DE TABELA NOVO) PARA
      *    CADA ITEM SELECIONADO QUE EXISTE NO ARQALX DE CADA FILIAL
      *    DA FAIXA, EM ORDEM DE LOCACAO-ALX DENTRO DA FILIAL, PARA O
      *    ESTOQUISTA TROCAR AS ETIQUETAS PERCORRENDO OS CORREDORES
      *    EM SEQUENCIA (ITENS SEM LOCACAO SAEM NO FIM DA FILIAL).
      *    A SELECAO VEM DO RESUMO DE ALTERACOES ARQFIXO.DIF GRAVADO
      *    PELO CONVFIXO (ITENS NOVOS E ITENS COM PRECO ALTERADO) OU,
      *    PARA REIMPRESSAO, DE UMA FAIXA DE GRUPO/SUBGRUPO OU DE
      *    CODIGO. DESCRICAO, UNIDADE E PRECO SAEM DO ARQFIXO.TXT DA
      *    MESMA EXECUCAO DO CONVFIXO.
      *
      *    DATA DA ALTERACAO: 10/96
      *
      *    CADA "CONVGOND.REL" GERADO E GUARDADO NO ARQUIVO DE
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
           SELECT      ARQ-SRT    ASSIGN     TO   "CONVGOND.SRT".
      *
           SELECT      ARQ-TX     ASSIGN     TO   DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ESTADO-TX.
      *
           SELECT      ARQ-DIF    ASSIGN     TO   DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ESTADO-DIF.
      *
           SELECT      ARQ-REL    ASSIGN     TO   "CONVGOND.REL"
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
           COPY FILIALSL.
      *
           COPY OPERSL.
      *
       DATA DIVISION.
       FILE SECTION.
      *
      *    ITENS SEM LOCACAO (SEM-LOC-SRT = 1) SAEM DEPOIS DOS LOCADOS
       SD  ARQ-SRT
           DATA      RECORD       REG-SRT.
       01  REG-SRT.
           05  FILIAL-SRT                    PIC 9(02).
           05  SEM-LOC-SRT                   PIC 9(01).
           05  LOCACAO-SRT                   PIC X(05).
           05  CODIGO-SRT                    PIC 9(07).
           05  DESCR-SRT                     PIC X(25).
           05  UNIDADE-SRT                   PIC X(02).
           05  VALOR-SRT                     PIC 9(11).
      *
      *    CADASTRO FIXO EXPORTADO PELO CONVFIXO (ARQ. "ARQFIXO.TXT")
       FD  ARQ-TX
           LABEL     RECORD       STANDARD
           VALUE     OF FILE-ID   ARQFIXO-TX
           DATA      RECORD       REGFIXO-TX.
       01  REGFIXO-TX.
           05  CODIGO-NUM-TX                   PIC 9(07).
           05  DESCRICAO-TX                    PIC X(25).
           05  CHAVE-SEC-TX.
               10  GRUPO-SUB-TX                PIC 9(05).
               10  FILLER                      PIC X(07).
           05  GRUPO-SAI-TX                    PIC 9(02).
           05  GRUPO-ENT-TX                    PIC 9(02).
           05  UNIDADE-TX                      PIC X(02).
           05  FORNECEDOR-TX                   PIC 9(03).
           05  VALOR-TAB-TX                    PIC 9(11).
           05  PESO-TX                         PIC 9(04)V9(03).
           05  STATUS-TX                       PIC X(01).
               88  ITEM-INATIVO-TX VALUE "I", "D".
           05  FILLER                          PIC X(24).
       01  FILLER REDEFINES REGFIXO-TX.
           05  TIPO-REG-TX                     PIC X(01).
           05  FILLER                          PIC X(95).
      *
      *    RESUMO DE ALTERACOES DO CONVFIXO (ARQ. "ARQFIXO.DIF")
       FD  ARQ-DIF
           LABEL     RECORD       STANDARD
           VALUE     OF FILE-ID   ARQFIXO-DIF
           DATA      RECORD       REGDIF-TX.
       01  REGDIF-TX.
           05  TIPO-DIF-TX                    PIC X(10).
           05  CODIGO-DIF-TX                  PIC 9(07).
           05  VALOR-ANT-DIF-TX               PIC 9(11).
           05  VALOR-NOVO-DIF-TX              PIC 9(11).
           05  FILLER                         PIC X(26).
      *
       FD  ARQ-REL
           LABEL     RECORD       STANDARD
           VALUE     OF FILE-ID   "CONVGOND.REL"
           DATA      RECORD       REG-REL.
       01  REG-REL                           PIC X(40).
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
           COPY FILIALFD.
      *
           COPY OPERFD.
      *
       WORKING-STORAGE SECTION.
      *
       77  ESTADO                PIC X(02).
       77  ESTADO-TX             PIC X(02).
       77  ESTADO-DIF            PIC X(02).
       77  ESTADO-LOG            PIC X(02).
       77  ESTADO-PRM            PIC X(02).
       77  LIDOS-77        VALUE 0             PIC 9(07).
       77  ETIQUETAS-77    VALUE 0             PIC 9(07).
       77  SELECIONADOS-77 VALUE 0             PIC 9(05).
       77  FORA-CADASTRO-77 VALUE 0            PIC 9(05).
       77  DESCARTADOS-ITE-77 VALUE 0          PIC 9(05).
       77  SEM-ALX-77      VALUE 0             PIC 9(03).
      *    LIGA QUANDO A VARREDURA BTRIEVE PAROU POR ERRO E NAO POR
      *    FIM DE ARQUIVO: O RELATORIO SAI AVISANDO QUE E INCOMPLETO
       77  TRUNCADO-BTV-WS VALUE "N"           PIC X(01).
           88  LEITURA-TRUNCADA                VALUE "S".
      *    REPINTA OS CONTADORES DA TELA SO A CADA INTERVALO-TELA-WS
      *    REGISTROS, PARA A TELA NAO DOMINAR A VARREDURA
       77  INTERVALO-TELA-WS  VALUE 100         PIC 9(05).
       77  CONTA-TELA-WS      VALUE 1           PIC 9(05).
       77  FIM-SRT-WS                          PIC X(01).
           88  ACABOU-SRT                      VALUE "S".
       77  FIM-TX-WS                           PIC X(01).
           88  ACABOU-TX                       VALUE "S".
       77  FIM-DIF-WS                          PIC X(01).
           88  ACABOU-DIF                      VALUE "S".
       77  FILIAL-ANT-WS                       PIC 9(02).
      *
      *    ORIGEM DA SELECAO: D = RESUMO ARQFIXO.DIF, G = FAIXA DE
      *    GRUPO/SUBGRUPO, C = FAIXA DE CODIGO
       77  ORIGEM-WS       VALUE "D"           PIC X(01).
           88  ORIGEM-DIF                      VALUE "D".
           88  ORIGEM-GRUPO                    VALUE "G".
           88  ORIGEM-CODIGO                   VALUE "C".
           88  ORIGEM-VALIDA                   VALUE "D" "G" "C".
       77  GRUPO-INI-WS    VALUE ZEROS         PIC 9(05).
       77  GRUPO-FIM-WS    VALUE 99999         PIC 9(05).
       77  CODIGO-INI-WS   VALUE ZEROS         PIC 9(07).
       77  CODIGO-FIM-WS   VALUE 9999999       PIC 9(07).
       01  FILIAL-INI-WS                       PIC 9(02).
       01  FILIAL-FIM-WS                       PIC 9(02).
       01  DATA-EMISSAO-WS                     PIC 9(08).
       01  FILLER REDEFINES DATA-EMISSAO-WS.
           05  ANO-EMI-WS                      PIC 9(04).
           05  MES-EMI-WS                      PIC 9(02).
           05  DIA-EMI-WS                      PIC 9(02).
      *
       01  ARQFIXO-TX.
           05  U-FIXO-TX                       PIC X(01).
           05  FILLER VALUE ":ARQFIXO.TXT"     PIC X(12).
       01  ARQFIXO-DIF.
           05  U-FIXO-DIF                      PIC X(01).
           05  FILLER VALUE ":ARQFIXO.DIF"     PIC X(12).
      *
      *    ITENS DO ARQFIXO.TXT, NA ORDEM DE CODIGO EM QUE O CONVFIXO
      *    OS GRAVA (MESMA ORDEM DA CHAVE 0 DO ARQALX DENTRO DA
      *    FILIAL), COM A MARCA DE SELECIONADO PARA ETIQUETA
       77  QTD-ITE-WS      VALUE 0             PIC 9(04).
       01  TAB-ITE-WS.
           05  TAB-ITE-ITEM OCCURS 5000 TIMES INDEXED BY IDX-ITE-WS.
               10  CODIGO-ITE-WS               PIC 9(07).
               10  DESCR-ITE-WS                PIC X(25).
               10  UNIDADE-ITE-WS              PIC X(02).
               10  VALOR-ITE-WS                PIC 9(11).
               10  SEL-ITE-WS                  PIC X(01).
                   88  ITEM-SELECIONADO        VALUE "S".
      *
           COPY DADOS.
           COPY TELAWS.
           COPY PARMAUTO.
      *
           COPY OPERWS.
           COPY DURAWS.
           COPY CRIABT.
           COPY FILIALVL.
      *
      * REGISTRO DOS ARQUIVOS DE ALMOXARIFADO <REGALX.COB> (SO OS
      * CAMPOS QUE A ETIQUETA USA)
       01  DADOS-ALX-WS.
           05  POS-ALX-WS                      PIC X(128).
           05  TAM-ALX-WS                      PIC 99 COMP-0 VALUE 245.
       01  ARQALX-WS.
           05  U-ALX-WS                        PIC X(01).
           05  FILLER VALUE ":ARQALX"          PIC X(07).
           05  FILIAL-ALX-WS                   PIC 9(02).
           05  FILLER VALUE ".EST"             PIC X(04).
       01  ARQALX-REG.
           05  CHAVE-ALX.
               10  COD-FILIAL-ALX              PIC 9(02).
               10  CODIGO-ALX                  PIC 9(07).
           05  CHAVE-SEC-ALX                   PIC X(12).
           05  LOCACAO-ALX                     PIC X(05).
           05  FILLER                          PIC X(221).
      *
      *    ETIQUETA DE GONDOLA: DESCRICAO, CODIGO/UNIDADE, PRECO,
      *    LOCACAO/FILIAL E DUAS LINHAS DE SALTO
       01  LINHA-COD-WS.
           05  FILLER  VALUE "COD "            PIC X(04).
           05  CODIGO-LIN-WS                   PIC 9(07).
           05  FILLER  VALUE "     UN "        PIC X(08).
           05  UNIDADE-LIN-WS                  PIC X(02).
      *
       01  LINHA-PRECO-WS.
           05  FILLER  VALUE "PRECO "          PIC X(06).
           05  VALOR-LIN-WS                    PIC ZZ.ZZZ.ZZZ.ZZ9.
      *
       01  LINHA-LOC-WS.
           05  FILLER  VALUE "LOC "            PIC X(04).
           05  LOCACAO-LIN-WS                  PIC X(05).
           05  FILLER  VALUE "  FIL "          PIC X(06).
           05  FILIAL-LIN-WS                   PIC 9(02).
           05  FILLER  VALUE "  "              PIC X(02).
           05  DIA-LIN-WS                      PIC 9(02).
           05  FILLER  VALUE "/"               PIC X(01).
           05  MES-LIN-WS                      PIC 9(02).
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
           DISPLAY (5, 20) "* ETIQUETAS DE GONDOLA *"

           PERFORM CARREGA-FILIAL THRU CARREGA-FILIAL-EXIT
           MOVE "CONVGOND" TO PROGRAMA-EXEC-WS
           PERFORM CARREGA-PARM THRU CARREGA-PARM-EXIT
           IF MODO-AUTO AND TELA-PARM-WS NOT = ZEROS
               MOVE TELA-PARM-WS TO INTERVALO-TELA-WS.
      *    FILTRO: POSICAO 1 = ORIGEM; NA CADEIA NOTURNA SO FAZ
      *    SENTIDO A ORIGEM "D" (BRANCO = "D"), LOGO APOS O CONVFIXO
           IF MODO-AUTO
               MOVE DRIVE-PARM-WS TO U-FIXO-TX
               MOVE FILIAL-INI-PARM-WS TO FILIAL-INI-WS
               MOVE FILIAL-FIM-PARM-WS TO FILIAL-FIM-WS
               MOVE "D" TO ORIGEM-WS
               IF FILTRO-PARM-WS (1:1) NOT = SPACE
                   MOVE FILTRO-PARM-WS (1:1) TO ORIGEM-WS.

           DISPLAY (8, 10) "Operador................:"
           IF NOT MODO-AUTO
               ACCEPT (, ) OPERADOR-EXEC-WS WITH PROMPT UPDATE.
           MOVE "CONVGOND" TO PROGRAMA-ACE-WS
           MOVE MODO-AUTO-WS TO SEM-SENHA-ACE-WS
           PERFORM AUTENTICA-OPERADOR THRU AUTENTICA-OPERADOR-EXIT.

           DISPLAY (9, 10) "Informe o Drive dos arqs:"
           IF NOT MODO-AUTO
               ACCEPT (, ) U-FIXO-TX WITH PROMPT UPDATE
               ACCEPT ESCAPE-77 FROM ESCAPE KEY
               IF ESCAPE-77 NOT = ZEROS STOP RUN.
           MOVE U-FIXO-TX TO U-FIXO-DIF U-ALX-WS.

           DISPLAY (10, 10) "Filial ini. (00=todas)..:"
           IF NOT MODO-AUTO
               ACCEPT (, ) FILIAL-INI-WS WITH PROMPT UPDATE
               IF ESCAPE-77 NOT = ZEROS GO TO INICIO-010.
           DISPLAY (11, 10) "Filial final............:"
           IF NOT MODO-AUTO
               ACCEPT (, ) FILIAL-FIM-WS WITH PROMPT UPDATE
               IF ESCAPE-77 NOT = ZEROS GO TO INICIO-010.
           IF FILIAL-INI-WS = ZEROS
               MOVE 99 TO FILIAL-FIM-WS.
           IF FILIAL-FIM-WS < FILIAL-INI-WS
               DISPLAY (24, 10) "FAIXA DE FILIAIS INVALIDA"
               IF MODO-AUTO GO TO TERMINA-ERRO-PARM END-IF
               GO TO INICIO-010.

           DISPLAY (16, 10) "D=ALTERACOES DO CONVFIXO  G=FAIXA DE "
               "GRUPO/SUBGRUPO  C=FAIXA DE CODIGO"
           DISPLAY (12, 10) "Origem (D/G/C)..........:"
           IF NOT MODO-AUTO
               ACCEPT (, ) ORIGEM-WS WITH PROMPT UPDATE
               IF ESCAPE-77 NOT = ZEROS GO TO INICIO-010.
           IF NOT ORIGEM-VALIDA
               OR (MODO-AUTO AND NOT ORIGEM-DIF)
               DISPLAY (24, 10) "ORIGEM INVALIDA - INFORME D, G OU C"
               IF MODO-AUTO GO TO TERMINA-ERRO-PARM END-IF
               GO TO INICIO-010.

           IF ORIGEM-GRUPO
               DISPLAY (13, 10) "Grupo/subgr ini (GGSSS).:"
               ACCEPT (, ) GRUPO-INI-WS WITH PROMPT UPDATE
               IF ESCAPE-77 NOT = ZEROS GO TO INICIO-010 END-IF
               DISPLAY (14, 10) "Grupo/subgr fim (GGSSS).:"
               ACCEPT (, ) GRUPO-FIM-WS WITH PROMPT UPDATE
               IF ESCAPE-77 NOT = ZEROS GO TO INICIO-010 END-IF
               IF GRUPO-FIM-WS < GRUPO-INI-WS
                   DISPLAY (24, 10) "FAIXA DE GRUPOS INVALIDA"
                   GO TO INICIO-010.
           IF ORIGEM-CODIGO
               DISPLAY (13, 10) "Codigo inicial..........:"
               ACCEPT (, ) CODIGO-INI-WS WITH PROMPT UPDATE
               IF ESCAPE-77 NOT = ZEROS GO TO INICIO-010 END-IF
               DISPLAY (14, 10) "Codigo final............:"
               ACCEPT (, ) CODIGO-FIM-WS WITH PROMPT UPDATE
               IF ESCAPE-77 NOT = ZEROS GO TO INICIO-010 END-IF
               IF CODIGO-FIM-WS < CODIGO-INI-WS
                   DISPLAY (24, 10) "FAIXA DE CODIGOS INVALIDA"
                   GO TO INICIO-010.

           DISPLAY (18, 10) "ESTOQUE LIDO:        ETIQUETAS:"
           MOVE 0 TO LIDOS-77 ETIQUETAS-77 SELECIONADOS-77 SEM-ALX-77
           MOVE 0 TO FORA-CADASTRO-77 DESCARTADOS-ITE-77
           MOVE "N" TO TRUNCADO-BTV-WS
           ACCEPT DATA-EMISSAO-WS FROM DATE YYYYMMDD
           PERFORM CARREGA-ITENS THRU CARREGA-ITENS-EXIT
           IF ESTADO-TX NOT = ZEROS
               DISPLAY (24, 10)
                   "ARQFIXO.TXT NAO ENCONTRADO - RODE CONVFIXO"
               GO TO 020-SEM-SELECAO.
           IF ORIGEM-DIF
               PERFORM CARREGA-ALTERACOES THRU CARREGA-ALTERACOES-EXIT
               IF ESTADO-DIF NOT = ZEROS
                   DISPLAY (24, 10)
                       "ARQFIXO.DIF NAO ENCONTRADO - RODE CONVFIXO"
                   GO TO 020-SEM-SELECAO.
           DISPLAY (20, 10) "ITENS SELECIONADOS:"
           DISPLAY (20, 30) SELECIONADOS-77
           SORT ARQ-SRT
               ON ASCENDING KEY FILIAL-SRT SEM-LOC-SRT LOCACAO-SRT
                                CODIGO-SRT
               INPUT  PROCEDURE IS 100-CARGA
               OUTPUT PROCEDURE IS 200-ETIQUETAS
           IF SEM-ALX-77 NOT = ZEROS
               DISPLAY (22, 10) "FILIAIS SEM ARQALX (SEM ETIQUETA):"
               DISPLAY (22, 45) SEM-ALX-77.
           DISPLAY (23, 10) "ETIQUETAS GRAVADAS EM CONVGOND.REL"
           PERFORM REPINTA-TELA
           PERFORM GRAVA-LOG
           IF MODO-AUTO GOBACK.
           GO TO 015-DATAS.
      *
      *    SEM O CADASTRO OU O RESUMO DO CONVFIXO NAO HA O QUE
      *    ETIQUETAR; NA CADEIA DEVOLVE CODIGO 8
       020-SEM-SELECAO.
           PERFORM GRAVA-LOG
           IF MODO-AUTO
               MOVE 8 TO RETURN-CODE
               GOBACK.
           GO TO 015-DATAS.
      *
      *    CARGA: VARRE O ARQALX DE CADA FILIAL DA FAIXA E LIBERA OS
      *    ITENS SELECIONADOS COM A LOCACAO DAQUELA FILIAL. COMO O
      *    ARQALX E LIDO NA ORDEM DE CODIGO, A TABELA DE ITENS E
      *    PERCORRIDA UMA SO VEZ POR FILIAL
       100-CARGA SECTION.
       110-PREPARA.
           MOVE 0 TO IDX-FIL-VL-WS.
       115-FILIAL.
           ADD 1 TO IDX-FIL-VL-WS
           IF IDX-FIL-VL-WS > QTD-FILIAL-VL
               GO TO 190-FIM.
           IF FILIAL-VL-WS (IDX-FIL-VL-WS) < FILIAL-INI-WS
               OR FILIAL-VL-WS (IDX-FIL-VL-WS) > FILIAL-FIM-WS
               GO TO 115-FILIAL.
           MOVE FILIAL-VL-WS (IDX-FIL-VL-WS) TO FILIAL-ALX-WS
           SET IDX-ITE-WS TO 1
           MOVE 999 TO ERRO-WS CAN-WS
           MOVE ABRE-WS TO B-FUNC-WS
           MOVE -1 TO KEY-NUM-WS
           MOVE POS-ALX-WS TO POS-WS
           MOVE ARQALX-WS TO NOME-ARQ-WS
           MOVE TAM-ALX-WS TO TAMANHO-WS
           CALL "BTVCAL" USING DADOS-WS
           IF B-STATUS-WS NOT = ZEROS
               MOVE RESET-WS TO B-FUNC-WS
               CALL "BTVCAL" USING DADOS-WS
               ADD 1 TO SEM-ALX-77
               GO TO 115-FILIAL.
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
               GO TO 115-FILIAL.
           MOVE REGISTRO-WS TO ARQALX-REG
           ADD 1 TO LIDOS-77
           PERFORM MOSTRA-PROGRESSO
           PERFORM VARYING IDX-ITE-WS FROM IDX-ITE-WS BY 1
               UNTIL IDX-ITE-WS > QTD-ITE-WS
               OR CODIGO-ITE-WS (IDX-ITE-WS) NOT < CODIGO-ALX
           END-PERFORM
           IF IDX-ITE-WS NOT > QTD-ITE-WS
               IF CODIGO-ITE-WS (IDX-ITE-WS) = CODIGO-ALX
                   AND ITEM-SELECIONADO (IDX-ITE-WS)
                   PERFORM 130-LIBERA-ETIQUETA.
           MOVE 09 TO ERRO-WS
           MOVE 0 TO KEY-NUM-WS
           MOVE LER-PROX-WS TO B-FUNC-WS
           CALL "BTVCAL" USING DADOS-WS
           GO TO 120-LE-ITEM.
       130-LIBERA-ETIQUETA.
           MOVE FILIAL-ALX-WS TO FILIAL-SRT
           IF LOCACAO-ALX = SPACES
               MOVE 1 TO SEM-LOC-SRT
           ELSE
               MOVE 0 TO SEM-LOC-SRT.
           MOVE LOCACAO-ALX TO LOCACAO-SRT
           MOVE CODIGO-ALX TO CODIGO-SRT
           MOVE DESCR-ITE-WS (IDX-ITE-WS) TO DESCR-SRT
           MOVE UNIDADE-ITE-WS (IDX-ITE-WS) TO UNIDADE-SRT
           MOVE VALOR-ITE-WS (IDX-ITE-WS) TO VALOR-SRT
           RELEASE REG-SRT
           ADD 1 TO ETIQUETAS-77.
       190-FIM.
           EXIT.
      *
      *    DEVOLUCAO: UMA ETIQUETA (6 LINHAS) POR ITEM, COM UMA
      *    ETIQUETA DE SEPARACAO NO INICIO DE CADA FILIAL
       200-ETIQUETAS SECTION.
       210-PREPARA.
           OPEN OUTPUT ARQ-REL
           MOVE 99 TO FILIAL-ANT-WS
           MOVE DIA-EMI-WS TO DIA-LIN-WS
           MOVE MES-EMI-WS TO MES-LIN-WS
           MOVE "N" TO FIM-SRT-WS.
       220-DEVOLVE.
           RETURN ARQ-SRT
               AT END MOVE "S" TO FIM-SRT-WS
           END-RETURN
           IF ACABOU-SRT
               GO TO 280-ENCERRA.
           IF FILIAL-SRT NOT = FILIAL-ANT-WS
               PERFORM 230-QUEBRA-FILIAL.
           MOVE DESCR-SRT TO REG-REL
           WRITE REG-REL
           MOVE CODIGO-SRT TO CODIGO-LIN-WS
           MOVE UNIDADE-SRT TO UNIDADE-LIN-WS
           WRITE REG-REL FROM LINHA-COD-WS
           MOVE VALOR-SRT TO VALOR-LIN-WS
           WRITE REG-REL FROM LINHA-PRECO-WS
           MOVE LOCACAO-SRT TO LOCACAO-LIN-WS
           MOVE FILIAL-SRT TO FILIAL-LIN-WS
           WRITE REG-REL FROM LINHA-LOC-WS
           MOVE SPACES TO REG-REL
           WRITE REG-REL
           WRITE REG-REL
           GO TO 220-DEVOLVE.
       230-QUEBRA-FILIAL.
           MOVE FILIAL-SRT TO FILIAL-ANT-WS
           MOVE SPACES TO REG-REL
           STRING "*** FILIAL " FILIAL-SRT " ***"
               DELIMITED BY SIZE INTO REG-REL
           WRITE REG-REL
           MOVE SPACES TO REG-REL
           IF ORIGEM-DIF
               MOVE "PRECOS ALTERADOS E ITENS NOVOS" TO REG-REL
           ELSE
               MOVE "REIMPRESSAO" TO REG-REL.
           WRITE REG-REL
           MOVE SPACES TO REG-REL
           STRING "EMISSAO " DIA-EMI-WS "/" MES-EMI-WS "/" ANO-EMI-WS
               DELIMITED BY SIZE INTO REG-REL
           WRITE REG-REL
           MOVE SPACES TO REG-REL
           WRITE REG-REL
           WRITE REG-REL
           WRITE REG-REL.
       280-ENCERRA.
           IF FORA-CADASTRO-77 NOT = ZEROS
               MOVE SPACES TO REG-REL
               STRING "FORA DO ARQFIXO.TXT: " FORA-CADASTRO-77
                   DELIMITED BY SIZE INTO REG-REL
               WRITE REG-REL.
           IF DESCARTADOS-ITE-77 NOT = ZEROS
               MOVE SPACES TO REG-REL
               STRING "ESTOURO TABELA ITENS: " DESCARTADOS-ITE-77
                   DELIMITED BY SIZE INTO REG-REL
               WRITE REG-REL.
           IF LEITURA-TRUNCADA
               MOVE "AVISO: LEITURA INTERROMPIDA" TO REG-REL
               WRITE REG-REL
               MOVE "ETIQUETAS INCOMPLETAS" TO REG-REL
               WRITE REG-REL
               DISPLAY (21, 10) "LEITURA INTERROMPIDA - INCOMPLETO".
           CLOSE ARQ-REL.
       290-FIM.
           EXIT.
      *
      *    CARREGA OS ITENS DO ARQFIXO.TXT; NAS ORIGENS G E C JA
      *    MARCA OS ATIVOS DENTRO DA FAIXA INFORMADA
       CARREGA-ITENS.
           MOVE 0 TO QTD-ITE-WS
           MOVE "N" TO FIM-TX-WS
           OPEN INPUT ARQ-TX
           IF ESTADO-TX NOT = ZEROS
               GO TO CARREGA-ITENS-EXIT.
           PERFORM LE-ITEM-TX THRU LE-ITEM-TX-EXIT
               UNTIL ACABOU-TX
           CLOSE ARQ-TX
           MOVE ZEROS TO ESTADO-TX.
       CARREGA-ITENS-EXIT.
           EXIT.
      *
       LE-ITEM-TX.
           READ ARQ-TX AT END MOVE "S" TO FIM-TX-WS END-READ
           IF ACABOU-TX GO TO LE-ITEM-TX-EXIT.
           IF TIPO-REG-TX = "0" AND REGFIXO-TX (2:4) = "CONV"
               GO TO LE-ITEM-TX-EXIT.
           IF TIPO-REG-TX = "9" AND REGFIXO-TX (22:75) = SPACES
               GO TO LE-ITEM-TX-EXIT.
           IF QTD-ITE-WS NOT < 5000
               ADD 1 TO DESCARTADOS-ITE-77
               GO TO LE-ITEM-TX-EXIT.
           ADD 1 TO QTD-ITE-WS
           MOVE CODIGO-NUM-TX TO CODIGO-ITE-WS (QTD-ITE-WS)
           MOVE DESCRICAO-TX TO DESCR-ITE-WS (QTD-ITE-WS)
           MOVE UNIDADE-TX TO UNIDADE-ITE-WS (QTD-ITE-WS)
           MOVE VALOR-TAB-TX TO VALOR-ITE-WS (QTD-ITE-WS)
           MOVE "N" TO SEL-ITE-WS (QTD-ITE-WS)
           IF ITEM-INATIVO-TX OR ORIGEM-DIF
               GO TO LE-ITEM-TX-EXIT.
           IF ORIGEM-GRUPO
               AND (GRUPO-SUB-TX < GRUPO-INI-WS
                    OR GRUPO-SUB-TX > GRUPO-FIM-WS)
               GO TO LE-ITEM-TX-EXIT.
           IF ORIGEM-CODIGO
               AND (CODIGO-NUM-TX < CODIGO-INI-WS
                    OR CODIGO-NUM-TX > CODIGO-FIM-WS)
               GO TO LE-ITEM-TX-EXIT.
           MOVE "S" TO SEL-ITE-WS (QTD-ITE-WS)
           ADD 1 TO SELECIONADOS-77.
       LE-ITEM-TX-EXIT.
           EXIT.
      *
      *    ORIGEM D: MARCA OS ITENS NOVOS E OS ALTERADOS CUJO PRECO DE
      *    TABELA MUDOU (RESUMO GRAVADO ANTES DO PRECO ANTERIOR IR
      *    PARA O ARQFIXO.DIF TRAZ OS CAMPOS EM BRANCO: ETIQUETA SAI
      *    PARA TODO ALTERADO). REMOVIDOS NAO TEM ETIQUETA
       CARREGA-ALTERACOES.
           MOVE "N" TO FIM-DIF-WS
           OPEN INPUT ARQ-DIF
           IF ESTADO-DIF NOT = ZEROS
               GO TO CARREGA-ALTERACOES-EXIT.
           PERFORM LE-ALTERACAO THRU LE-ALTERACAO-EXIT
               UNTIL ACABOU-DIF
           CLOSE ARQ-DIF
           MOVE ZEROS TO ESTADO-DIF.
       CARREGA-ALTERACOES-EXIT.
           EXIT.
      *
       LE-ALTERACAO.
           MOVE SPACES TO REGDIF-TX
           READ ARQ-DIF AT END MOVE "S" TO FIM-DIF-WS END-READ
           IF ACABOU-DIF GO TO LE-ALTERACAO-EXIT.
           IF TIPO-DIF-TX NOT = "NOVO" AND TIPO-DIF-TX NOT = "ALTERADO"
               GO TO LE-ALTERACAO-EXIT.
           IF TIPO-DIF-TX = "ALTERADO"
               AND VALOR-ANT-DIF-TX NUMERIC
               AND VALOR-NOVO-DIF-TX NUMERIC
               AND VALOR-ANT-DIF-TX = VALOR-NOVO-DIF-TX
               GO TO LE-ALTERACAO-EXIT.
           PERFORM VARYING IDX-ITE-WS FROM 1 BY 1
               UNTIL IDX-ITE-WS > QTD-ITE-WS
               OR CODIGO-ITE-WS (IDX-ITE-WS) = CODIGO-DIF-TX
           END-PERFORM
           IF IDX-ITE-WS > QTD-ITE-WS
               ADD 1 TO FORA-CADASTRO-77
               GO TO LE-ALTERACAO-EXIT.
           IF NOT ITEM-SELECIONADO (IDX-ITE-WS)
               MOVE "S" TO SEL-ITE-WS (IDX-ITE-WS)
               ADD 1 TO SELECIONADOS-77.
       LE-ALTERACAO-EXIT.
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
           DISPLAY (18, 24) LIDOS-77
           DISPLAY (18, 42) ETIQUETAS-77.
      *
      *    GRAVA UMA LINHA NO LOG PERSISTENTE DE EXECUCOES (CONVLOG.LOG)
       GRAVA-LOG.
           MOVE "CONVGOND" TO PROGRAMA-LOG-TX
           ACCEPT DATA-EXEC-LOG-TX FROM DATE YYYYMMDD
           ACCEPT HORA-EXEC-LOG-TX FROM TIME
           MOVE OPERADOR-EXEC-WS TO OPERADOR-LOG-TX
           ACCEPT HORA-FIM-EXEC-WS FROM TIME
           PERFORM CALCULA-DURACAO
           MOVE HORA-INI6-EXEC-WS TO HORA-INI-LOG-TX
           MOVE DURACAO-EXEC-WS TO DURACAO-LOG-TX
           MOVE SPACES TO FILTRO-LOG-TX
           STRING "FIL=" FILIAL-INI-WS "-" FILIAL-FIM-WS
               " ORIGEM=" ORIGEM-WS
               DELIMITED BY SIZE
               INTO FILTRO-LOG-TX
           MOVE LIDOS-77 TO LIDOS-LOG-TX
           MOVE ETIQUETAS-77 TO GRAVADOS-LOG-TX
           MOVE SELECIONADOS-77 TO GRAVADOS2-LOG-TX
           MOVE "CONVGOND.REL" TO NOME-REL-ARR-WS
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
           COPY FILIALPR.
      *
           COPY DURAPR.
      *
           COPY OPERPR.
      *
           COPY ARQRPR.
      *
           COPY TRAVAPR.
