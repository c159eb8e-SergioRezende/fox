      *
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. CADCOPIA.
       AUTHOR. LUIS AUGUSTO.
      *
      *    DATA DA ALTERACAO: 10/96
      *
      *    RESTAURACAO DAS COPIAS DE SEGURANCA DOS ARQUIVOS DE
      *    CONTROLE QUE O CONVLOTE TIRA ANTES DA PRIMEIRA ETAPA DA
      *    CADEIA (CATALOGO "CONVCOPI.DAT", COPY COPIAPR). O PAINEL
      *    LISTA AS COPIAS, DA MAIS NOVA PARA A MAIS ANTIGA, COM A
      *    FILIAL, O OPERADOR E OS ARQUIVOS QUE EXISTIAM; ESCOLHIDA
      *    UMA COPIA E LIBERADA PELO SUPERVISOR (COPY LIBPR), OS
      *    ARQUIVOS VOLTAM AO ESTADO DA COPIA. A RESTAURACAO SO
      *    PARTE COM A TRAVA DE EXECUCAO DA CADEIA DA FILIAL LIVRE
      *    ("CONVRNff.LIV", A MESMA DO CONVLOTE), TIRA ANTES UMA
      *    COPIA DO ESTADO ATUAL (ORIGEM "R" NO CATALOGO, PARA DESFAZER
      *    A RESTAURACAO SE PRECISO) E DEVOLVE CADA ARQUIVO COM A
      *    TRAVA DE REDE DELE NA MAO. ARQUIVO QUE NAO EXISTIA NA COPIA
      *    FICA COMO ESTA. A RESTAURACAO SAI NO CONVLOG.LOG E NO
      *    REGISTRO DE LIBERACOES (CONVLIB.LOG). PROGRAMA SENSIVEL
      *    (COPY OPERWS).
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
           SELECT      ARQ-LOG    ASSIGN     TO   "CONVLOG.LOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ESTADO-LOG.
      *
           COPY COPIASL.
      *
           COPY TRAVASL.
      *
           COPY LIBSL.
      *
           COPY OPERSL.
      *
       DATA DIVISION.
       FILE SECTION.
      *
      *    REGISTRO DE LOG DE EXECUCAO (ARQ. "CONVLOG.LOG")
       FD  ARQ-LOG
           LABEL RECORD IS STANDARD.
           COPY LOGCONV.
      *
           COPY COPIAFD.
      *
           COPY TRAVAFD.
      *
           COPY LIBFD.
      *
           COPY OPERFD.
      *
       WORKING-STORAGE SECTION.
      *
       77  ESTADO-LOG            PIC X(02).
       77  LINHA-CPI-WS          PIC 9(02).
       77  OPCAO-WS              PIC X(01).
       77  CONFIRMA-WS           PIC X(01).
       77  NUMERO-ED-WS          PIC 9(05).
       77  NUMERO-ANT-WS         PIC 9(05).
       77  FALHAS-77             PIC 9(02).
       77  RESTAURADOS-77        PIC 9(02).
      *
      *    COPIAS DO CATALOGO EM MEMORIA (AS 300 MAIS RECENTES). O
      *    PAINEL MOSTRA 15 POR VEZ A PARTIR DE INICIO-LISTA-WS, DE
      *    TRAS PARA A FRENTE
       77  QTD-CPI-WS      VALUE 0             PIC 9(03).
       77  IDX-TAB-CPI-WS                      PIC 9(03).
       77  IDX-ESC-CPI-WS                      PIC 9(03).
       77  INICIO-LISTA-WS                     PIC 9(03).
       77  MOSTRADAS-77                        PIC 9(02).
       01  TAB-CPI-WS.
           05  TAB-CPI-ITEM OCCURS 300 TIMES.
               10  NUMERO-TAB-CPI-WS           PIC 9(05).
               10  DATA-TAB-CPI-WS             PIC 9(08).
               10  HORA-TAB-CPI-WS             PIC 9(06).
               10  FILIAL-TAB-CPI-WS           PIC 9(02).
               10  DRIVE-TAB-CPI-WS            PIC X(01).
               10  OPERADOR-TAB-CPI-WS         PIC X(08).
               10  ORIGEM-TAB-CPI-WS           PIC X(01).
               10  PRESENTES-TAB-CPI-WS.
                   15  PRESENTE-TAB-CPI-WS OCCURS 07 TIMES
                                               PIC X(01).
      *
      *    LETRA DE CADA ARQUIVO NA COLUNA "ARQUIVOS" DO PAINEL, NA
      *    ORDEM DA TABELA DO COPY COPIAVL
       01  LETRAS-CPI-WS   VALUE "CFHRBIS"     PIC X(07).
       01  FILLER REDEFINES LETRAS-CPI-WS.
           05  LETRA-CPI-WS OCCURS 07 TIMES    PIC X(01).
       01  ARQUIVOS-TEL-WS.
           05  ARQUIVO-TEL-WS OCCURS 07 TIMES  PIC X(01).
      *
       01  DATA-ED-WS.
           05  ANO-ED-WS                       PIC 9(04).
           05  FILLER REDEFINES ANO-ED-WS.
               10  SECULO-ED-WS                PIC 9(02).
               10  ANO2-ED-WS                  PIC 9(02).
           05  MES-ED-WS                       PIC 9(02).
           05  DIA-ED-WS                       PIC 9(02).
       01  DATA-ED-N-WS REDEFINES DATA-ED-WS   PIC 9(08).
       01  HORA-ED-WS.
           05  HH-ED-WS                        PIC 9(02).
           05  MM-ED-WS                        PIC 9(02).
           05  SS-ED-WS                        PIC 9(02).
       01  HORA-ED-N-WS REDEFINES HORA-ED-WS   PIC 9(06).
       01  LINHA-TELA-WS.
           05  NUMERO-TEL-WS                   PIC 9(05).
           05  FILLER                          PIC X(02) VALUE SPACES.
           05  DIA-TEL-WS                      PIC 9(02).
           05  FILLER  VALUE "/"               PIC X(01).
           05  MES-TEL-WS                      PIC 9(02).
           05  FILLER  VALUE "/"               PIC X(01).
           05  ANO-TEL-WS                      PIC 9(04).
           05  FILLER                          PIC X(01) VALUE SPACES.
           05  HH-TEL-WS                       PIC 9(02).
           05  FILLER  VALUE ":"               PIC X(01).
           05  MM-TEL-WS                       PIC 9(02).
           05  FILLER                          PIC X(02) VALUE SPACES.
           05  FILIAL-TEL-WS                   PIC 9(02).
           05  FILLER                          PIC X(02) VALUE SPACES.
           05  DRIVE-TEL-WS                    PIC X(01).
           05  FILLER                          PIC X(03) VALUE SPACES.
           05  OPERADOR-TEL-WS                 PIC X(08).
           05  FILLER                          PIC X(02) VALUE SPACES.
           05  ORIGEM-TEL-WS                   PIC X(10).
           05  FILLER                          PIC X(02) VALUE SPACES.
           05  ARQS-TEL-WS                     PIC X(07).
      *
      *    TRAVA DE EXECUCAO DA CADEIA DA FILIAL DA COPIA (A MESMA DO
      *    CONVLOTE E DO CONVRRUN): COM ELA TOMADA NENHUMA CADEIA
      *    DAQUELA FILIAL ESTA REGRAVANDO OS CONTROLES
       01  ARQRLK-WS.
           05  FILLER VALUE "CONVRN"           PIC X(06).
           05  FILIAL-RLK-WS                   PIC 9(02).
           05  FILLER VALUE ".LCK"             PIC X(04).
           05  FILLER                          PIC X(02).
       01  ARQRLIV-WS.
           05  FILLER VALUE "CONVRN"           PIC X(06).
           05  FILIAL-RLIV-WS                  PIC 9(02).
           05  FILLER VALUE ".LIV"             PIC X(04).
           05  FILLER                          PIC X(02).
       77  TRAVA-CADEIA-WS                     PIC X(01).
           88  CADEIA-TRAVADA    VALUE "S".
       77  RC-RLK-WS                           PIC S9(04).
       01  INFO-ARQ-WS.
           05  TAM-ARQ-WS                      PIC 9(18) COMP.
           05  FILLER                          PIC X(08).
      *
           COPY COPIAVL.
      *
           COPY TRAVAWS.
      *
           COPY LIBWS.
      *
           COPY TELAWS.
      *
      *    OPERADOR DA RESTAURACAO, CONFERIDO NO CADASTRO DE
      *    OPERADORES (COPY OPERPR)
       77  OPERADOR-EXEC-WS VALUE "????????"   PIC X(08).
      *
           COPY OPERWS.
      *

       PROCEDURE DIVISION.
      *
       INICIO-010.
           DISPLAY (1, 1) ERASE.
           DISPLAY (3, 05) "Operador................:"
           ACCEPT (, ) OPERADOR-EXEC-WS WITH PROMPT UPDATE
           MOVE "CADCOPIA" TO PROGRAMA-ACE-WS
           PERFORM AUTENTICA-OPERADOR THRU AUTENTICA-OPERADOR-EXIT.
           PERFORM CARREGA-COPIAS THRU CARREGA-COPIAS-EXIT.
           MOVE QTD-CPI-WS TO INICIO-LISTA-WS.
       015-MENU.
           DISPLAY (1, 1) ERASE
           DISPLAY (2, 10)
               "* COPIAS DE SEGURANCA DOS ARQUIVOS DE CONTROLE *"
           DISPLAY (4, 05)
               "NUMERO DATA       HORA   FL  DR  OPERADOR  ORIGEM"
           DISPLAY (4, 67) "ARQUIVOS"
           MOVE 4 TO LINHA-CPI-WS
           MOVE 0 TO MOSTRADAS-77
           PERFORM MOSTRA-COPIA
               VARYING IDX-TAB-CPI-WS FROM INICIO-LISTA-WS BY -1
               UNTIL IDX-TAB-CPI-WS < 1 OR MOSTRADAS-77 = 15
           DISPLAY (20, 05)
               "ARQUIVOS: C=CONVCKP F=CONVFXD H=CONVFECH R=CONVRTRY"
           DISPLAY (21, 15)
               "B=ARQBANCO I=ARQINSTR S=SPCff.EST .=NAO EXISTIA"

           DISPLAY (22, 05) "Opcao (R=Restaura M=Mais antigas F=Fim):"
           ACCEPT (, ) OPCAO-WS WITH PROMPT UPDATE
           ACCEPT ESCAPE-77 FROM ESCAPE KEY
           IF ESCAPE-77 NOT = ZEROS OR OPCAO-WS = "F"
               STOP RUN.
           IF OPCAO-WS = "M"
               IF INICIO-LISTA-WS > 15
                   SUBTRACT 15 FROM INICIO-LISTA-WS
               ELSE
                   MOVE QTD-CPI-WS TO INICIO-LISTA-WS
               END-IF
               GO TO 015-MENU.
           IF OPCAO-WS = "R"
               PERFORM RESTAURA-COPIA THRU RESTAURA-COPIA-EXIT
               GO TO 015-MENU.
           GO TO 015-MENU.
      *
      *    MOSTRA NO PAINEL UMA COPIA DO CATALOGO
       MOSTRA-COPIA.
           ADD 1 TO LINHA-CPI-WS MOSTRADAS-77
           MOVE NUMERO-TAB-CPI-WS (IDX-TAB-CPI-WS) TO NUMERO-TEL-WS
           MOVE DATA-TAB-CPI-WS (IDX-TAB-CPI-WS) TO DATA-ED-N-WS
           MOVE DIA-ED-WS TO DIA-TEL-WS
           MOVE MES-ED-WS TO MES-TEL-WS
           MOVE ANO-ED-WS TO ANO-TEL-WS
           MOVE HORA-TAB-CPI-WS (IDX-TAB-CPI-WS) TO HORA-ED-N-WS
           MOVE HH-ED-WS TO HH-TEL-WS
           MOVE MM-ED-WS TO MM-TEL-WS
           MOVE FILIAL-TAB-CPI-WS (IDX-TAB-CPI-WS) TO FILIAL-TEL-WS
           MOVE DRIVE-TAB-CPI-WS (IDX-TAB-CPI-WS) TO DRIVE-TEL-WS
           MOVE OPERADOR-TAB-CPI-WS (IDX-TAB-CPI-WS)
               TO OPERADOR-TEL-WS
           MOVE "CADEIA" TO ORIGEM-TEL-WS
           IF ORIGEM-TAB-CPI-WS (IDX-TAB-CPI-WS) = "R"
               MOVE "ANTES REST" TO ORIGEM-TEL-WS.
           PERFORM MONTA-LETRA
               VARYING IDX-CPI-WS FROM 1 BY 1
               UNTIL IDX-CPI-WS > QTD-ARQ-CPI-VL
           MOVE ARQUIVOS-TEL-WS TO ARQS-TEL-WS
           DISPLAY (LINHA-CPI-WS, 05) LINHA-TELA-WS.
      *
       MONTA-LETRA.
           MOVE "." TO ARQUIVO-TEL-WS (IDX-CPI-WS)
           IF PRESENTE-TAB-CPI-WS (IDX-TAB-CPI-WS, IDX-CPI-WS) = "S"
               MOVE LETRA-CPI-WS (IDX-CPI-WS)
                   TO ARQUIVO-TEL-WS (IDX-CPI-WS).
      *
      *    RESTAURA A COPIA INFORMADA: SUPERVISOR, TRAVA DA CADEIA DA
      *    FILIAL, COPIA DO ESTADO ATUAL E DEVOLUCAO DOS ARQUIVOS
       RESTAURA-COPIA.
           DISPLAY (23, 05) "Numero da copia a restaurar......:"
           MOVE 0 TO NUMERO-ED-WS
           ACCEPT (, ) NUMERO-ED-WS WITH PROMPT UPDATE
           ACCEPT ESCAPE-77 FROM ESCAPE KEY
           IF ESCAPE-77 NOT = ZEROS GO TO RESTAURA-COPIA-EXIT.
           PERFORM VARYING IDX-ESC-CPI-WS FROM 1 BY 1
               UNTIL IDX-ESC-CPI-WS > QTD-CPI-WS
               OR NUMERO-TAB-CPI-WS (IDX-ESC-CPI-WS) = NUMERO-ED-WS
           END-PERFORM
           IF IDX-ESC-CPI-WS > QTD-CPI-WS OR NUMERO-ED-WS = ZEROS
               DISPLAY (24, 05) "COPIA NAO CONSTA DO CATALOGO       "
               GO TO RESTAURA-COPIA-EXIT.
           MOVE NUMERO-TAB-CPI-WS (IDX-ESC-CPI-WS) TO NUMERO-CPI-WS
           MOVE FILIAL-TAB-CPI-WS (IDX-ESC-CPI-WS) TO FILIAL-CPI-WS
           MOVE DRIVE-TAB-CPI-WS (IDX-ESC-CPI-WS) TO DRIVE-CPI-WS
      *    TODOS OS ARQUIVOS DA COPIA TEM DE ESTAR NO DISCO ANTES DE
      *    MEXER EM QUALQUER CONTROLE (RESTAURACAO PELA METADE NAO)
           MOVE 0 TO FALHAS-77
           PERFORM CONFERE-COPIA
               VARYING IDX-CPI-WS FROM 1 BY 1
               UNTIL IDX-CPI-WS > QTD-ARQ-CPI-VL
           IF FALHAS-77 NOT = ZEROS
               DISPLAY (24, 05) "ARQUIVO DA COPIA FALTANDO: "
                   NOME-COPIA-CPI-WS
               GO TO RESTAURA-COPIA-EXIT.
           DISPLAY (23, 05) "Confirma a restauracao (S/N).....:"
           MOVE "N" TO CONFIRMA-WS
           ACCEPT (, ) CONFIRMA-WS WITH PROMPT UPDATE
           IF CONFIRMA-WS NOT = "S"
               GO TO RESTAURA-COPIA-EXIT.
           DISPLAY (23, 05) "                                     "
           PERFORM CONFERE-SENHA THRU CONFERE-SENHA-EXIT
           IF NOT SENHA-OK
               DISPLAY (24, 05) "SENHA DO SUPERVISOR INVALIDA       "
               GO TO RESTAURA-COPIA-EXIT.
           PERFORM TOMA-CADEIA THRU TOMA-CADEIA-EXIT
           IF NOT CADEIA-TRAVADA
               DISPLAY (24, 05) "CADEIA RODANDO NA FILIAL DA COPIA - "
                                "RESTAURACAO RECUSADA"
               GO TO RESTAURA-COPIA-EXIT.
      *    ESTADO ATUAL GUARDADO ANTES, PARA DESFAZER SE PRECISO
           MOVE "R" TO ORIGEM-CPI-WS
           PERFORM TIRA-COPIA THRU TIRA-COPIA-EXIT
           MOVE NUMERO-CPI-WS TO NUMERO-ANT-WS
           MOVE NUMERO-TAB-CPI-WS (IDX-ESC-CPI-WS) TO NUMERO-CPI-WS
           MOVE 0 TO FALHAS-77 RESTAURADOS-77
           PERFORM DEVOLVE-ARQUIVO
               VARYING IDX-CPI-WS FROM 1 BY 1
               UNTIL IDX-CPI-WS > QTD-ARQ-CPI-VL
           PERFORM SOLTA-CADEIA
           PERFORM GRAVA-LOG
           PERFORM GRAVA-LIBERACAO
           IF FALHAS-77 NOT = ZEROS
               DISPLAY (24, 05) "FALHA AO DEVOLVER ARQUIVO - ESTADO "
                                "ANTERIOR NA COPIA " NUMERO-ANT-WS
           ELSE
               DISPLAY (24, 05) "COPIA " NUMERO-CPI-WS
                   " RESTAURADA - ESTADO ANTERIOR NA COPIA "
                   NUMERO-ANT-WS.
           PERFORM CARREGA-COPIAS THRU CARREGA-COPIAS-EXIT
           MOVE QTD-CPI-WS TO INICIO-LISTA-WS.
       RESTAURA-COPIA-EXIT.
           EXIT.
      *
      *    CONFERE SE O ARQUIVO DA COPIA (INDICE IDX-CPI-WS) QUE
      *    EXISTIA NO CATALOGO AINDA ESTA NO DISCO
       CONFERE-COPIA.
           IF PRESENTE-TAB-CPI-WS (IDX-ESC-CPI-WS, IDX-CPI-WS) = "S"
               AND FALHAS-77 = ZEROS
               PERFORM MONTA-NOME-CPI
               MOVE RETURN-CODE TO RC-CPI-WS
               CALL "CBL_CHECK_FILE_EXIST"
                   USING NOME-COPIA-CPI-WS INFO-ARQ-WS
               IF RETURN-CODE NOT = ZEROS
                   ADD 1 TO FALHAS-77
               END-IF
               MOVE RC-CPI-WS TO RETURN-CODE.
      *
      *    DEVOLVE UM ARQUIVO DA COPIA (INDICE IDX-CPI-WS) COM A TRAVA
      *    DE REDE DELE NA MAO. O QUE NAO EXISTIA NA COPIA FICA COMO
      *    ESTA
       DEVOLVE-ARQUIVO.
           IF PRESENTE-TAB-CPI-WS (IDX-ESC-CPI-WS, IDX-CPI-WS) = "S"
               PERFORM MONTA-NOME-CPI
               IF LIV-CPI-VL (IDX-CPI-WS) NOT = SPACES
                   MOVE LIV-CPI-VL (IDX-CPI-WS) TO TRAVA-LIV-WS
                   MOVE LCK-CPI-VL (IDX-CPI-WS) TO TRAVA-LCK-WS
                   PERFORM OBTEM-TRAVA THRU OBTEM-TRAVA-EXIT
               END-IF
               MOVE RETURN-CODE TO RC-CPI-WS
               MOVE 0 TO RETURN-CODE
               CALL "CBL_COPY_FILE"
                   USING NOME-COPIA-CPI-WS NOME-ARQ-CPI-WS
               IF RETURN-CODE = ZEROS
                   ADD 1 TO RESTAURADOS-77
               ELSE
                   ADD 1 TO FALHAS-77
               END-IF
               MOVE RC-CPI-WS TO RETURN-CODE
               IF LIV-CPI-VL (IDX-CPI-WS) NOT = SPACES
                   PERFORM SOLTA-TRAVA.
      *
      *    TOMA A TRAVA DE EXECUCAO DA CADEIA DA FILIAL DA COPIA PELO
      *    RENOMEIO ATOMICO .LIV -> .LCK. COM O .LCK PRESENTE HA UMA
      *    CADEIA RODANDO (OU CAIDA, A LIMPAR PELO CONVLOTE) E A
      *    RESTAURACAO NAO PARTE
       TOMA-CADEIA.
           MOVE "N" TO TRAVA-CADEIA-WS
           MOVE FILIAL-CPI-WS TO FILIAL-RLK-WS FILIAL-RLIV-WS.
       TOMA-CADEIA-TENTA.
           MOVE RETURN-CODE TO RC-RLK-WS
           MOVE 0 TO RETURN-CODE
           CALL "CBL_RENAME_FILE" USING ARQRLIV-WS ARQRLK-WS
           IF RETURN-CODE = ZEROS
               MOVE RC-RLK-WS TO RETURN-CODE
               MOVE "S" TO TRAVA-CADEIA-WS
               GO TO TOMA-CADEIA-EXIT.
           MOVE 0 TO RETURN-CODE
           CALL "CBL_CHECK_FILE_EXIST" USING ARQRLK-WS INFO-ARQ-WS
           IF RETURN-CODE = ZEROS
               MOVE RC-RLK-WS TO RETURN-CODE
               GO TO TOMA-CADEIA-EXIT.
           MOVE RC-RLK-WS TO RETURN-CODE
      *    TOKEN DA FILIAL AINDA NAO CRIADO: CRIA LIVRE E DISPUTA
           MOVE ARQRLIV-WS TO TRAVA-ARQ-WS
           OPEN OUTPUT ARQ-TRV
           CLOSE ARQ-TRV
           GO TO TOMA-CADEIA-TENTA.
       TOMA-CADEIA-EXIT.
           EXIT.
      *
       SOLTA-CADEIA.
           MOVE RETURN-CODE TO RC-RLK-WS
           CALL "CBL_RENAME_FILE" USING ARQRLK-WS ARQRLIV-WS
           MOVE RC-RLK-WS TO RETURN-CODE
           MOVE "N" TO TRAVA-CADEIA-WS.
      *
      *    CARREGA O CATALOGO DAS COPIAS; PASSANDO DE 300 FICAM AS
      *    MAIS RECENTES (AS MAIS ANTIGAS SAEM DO INICIO DA TABELA)
       CARREGA-COPIAS.
           MOVE 0 TO QTD-CPI-WS
           MOVE "N" TO FIM-CPI-WS
           OPEN INPUT ARQ-CPI
           IF ESTADO-CPI NOT = ZEROS
               GO TO CARREGA-COPIAS-EXIT.
           PERFORM LE-CATALOGO THRU LE-CATALOGO-EXIT UNTIL ACABOU-CPI
           CLOSE ARQ-CPI.
       CARREGA-COPIAS-EXIT.
           EXIT.
      *
       LE-CATALOGO.
           READ ARQ-CPI AT END MOVE "S" TO FIM-CPI-WS END-READ
           IF ACABOU-CPI GO TO LE-CATALOGO-EXIT.
           IF NUMERO-CPI-TX NOT NUMERIC
               GO TO LE-CATALOGO-EXIT.
           IF QTD-CPI-WS = 300
               PERFORM DESLOCA-COPIA
                   VARYING IDX-TAB-CPI-WS FROM 1 BY 1
                   UNTIL IDX-TAB-CPI-WS = 300
           ELSE
               ADD 1 TO QTD-CPI-WS.
           MOVE NUMERO-CPI-TX   TO NUMERO-TAB-CPI-WS   (QTD-CPI-WS)
           MOVE DATA-CPI-TX     TO DATA-TAB-CPI-WS     (QTD-CPI-WS)
           MOVE HORA-CPI-TX     TO HORA-TAB-CPI-WS     (QTD-CPI-WS)
           MOVE FILIAL-CPI-TX   TO FILIAL-TAB-CPI-WS   (QTD-CPI-WS)
           MOVE DRIVE-CPI-TX    TO DRIVE-TAB-CPI-WS    (QTD-CPI-WS)
           MOVE OPERADOR-CPI-TX TO OPERADOR-TAB-CPI-WS (QTD-CPI-WS)
           MOVE ORIGEM-CPI-TX   TO ORIGEM-TAB-CPI-WS   (QTD-CPI-WS)
           MOVE PRESENTES-CPI-TX
               TO PRESENTES-TAB-CPI-WS (QTD-CPI-WS).
       LE-CATALOGO-EXIT.
           EXIT.
      *
       DESLOCA-COPIA.
           MOVE TAB-CPI-ITEM (IDX-TAB-CPI-WS + 1)
               TO TAB-CPI-ITEM (IDX-TAB-CPI-WS).
      *
      *    GRAVA A RESTAURACAO NO LOG PERSISTENTE DE EXECUCOES; O
      *    GRAVA-LIBERACAO (COPY LIBPR) REPETE A MESMA IDENTIFICACAO
      *    NO REGISTRO DE LIBERACOES
       GRAVA-LOG.
           MOVE "CADCOPIA" TO PROGRAMA-LOG-TX
           ACCEPT DATA-EXEC-LOG-TX FROM DATE YYYYMMDD
           ACCEPT HORA-EXEC-LOG-TX FROM TIME
           MOVE OPERADOR-EXEC-WS TO OPERADOR-LOG-TX
           MOVE HORA-EXEC-LOG-TX TO HORA-INI-LOG-TX
           MOVE 0 TO DURACAO-LOG-TX
           MOVE DATA-TAB-CPI-WS (IDX-ESC-CPI-WS) TO DATA-ED-N-WS
           MOVE SPACES TO FILTRO-LOG-TX
           STRING "RESTAURA COPIA " NUMERO-CPI-WS " FIL "
               FILIAL-CPI-WS " DE " DIA-ED-WS "/" MES-ED-WS "/"
               ANO2-ED-WS
               DELIMITED BY SIZE
               INTO FILTRO-LOG-TX
           MOVE RESTAURADOS-77 TO LIDOS-LOG-TX
           MOVE RESTAURADOS-77 TO GRAVADOS-LOG-TX
           MOVE FALHAS-77 TO GRAVADOS2-LOG-TX
           OPEN EXTEND ARQ-LOG
           IF  ESTADO-LOG NOT = ZEROS
               OPEN OUTPUT ARQ-LOG.
           WRITE REGLOG-TX
           CLOSE ARQ-LOG.
      *
           COPY COPIAPR.
      *
           COPY TRAVAPR.
      *
           COPY LIBPR.
      *
           COPY OPERPR.
