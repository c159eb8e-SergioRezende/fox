      *
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. CONVTRIL.
       AUTHOR. LUIS AUGUSTO.
      *
      *    DATA DA ALTERACAO: 10/96
      *
      *    RELATORIO DA TRILHA DE ALTERACOES DOS CADASTROS
      *    ("CADTRIL.LOG", GRAVADA PELAS TELAS CADBANCO, CADEVENT,
      *    CADPRAZO, CADTARI, CADMETA, CADMUNIC, CADFILIA E CADEMPRE A
      *    CADA INCLUSAO, ALTERACAO OU EXCLUSAO). LISTA EM
      *    "CONVTRIL.REL", POR CADASTRO E CHAVE E EM ORDEM DE
      *    DATA/HORA, QUEM MEXEU, QUANDO, E A LINHA ANTES E DEPOIS.
      *    FILTROS: O CADASTRO (NOME DO ARQUIVO, EX. ARQBANCO; BRANCO
      *    = TODOS), A CHAVE OU O INICIO DELA (EX. "01/237" PARA A
      *    FILIAL 01 BANCO 237; BRANCO = TODAS) E A FAIXA DE DATAS
      *    (DATA FINAL ZERO = ATE HOJE). EM MODO NAO ASSISTIDO LISTA
      *    TODOS OS CADASTROS NA FAIXA DE DATAS DO CONVPARM.DAT.
      *
      *    DATA DA ALTERACAO: 10/96
      *
      *    CADA "CONVTRIL.REL" GERADO E GUARDADO NO ARQUIVO DE
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
           SELECT      ARQ-SRT    ASSIGN     TO   "CONVTRIL.SRT".
      *
           COPY TRILSL.
      *
           SELECT      ARQ-REL    ASSIGN     TO   "CONVTRIL.REL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ESTADO-REL.
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
       SD  ARQ-SRT
           DATA      RECORD       REG-SRT.
       01  REG-SRT.
           05  CADASTRO-SRT                  PIC X(08).
           05  CHAVE-SRT                     PIC X(30).
           05  DATA-SRT                      PIC 9(08).
           05  HORA-SRT                      PIC 9(06).
           05  OPERADOR-SRT                  PIC X(08).
           05  OPERACAO-SRT                  PIC X(01).
           05  ANTES-SRT                     PIC X(120).
           05  DEPOIS-SRT                    PIC X(120).
      *
           COPY TRILFD.
      *
       FD  ARQ-REL
           LABEL     RECORD       STANDARD
           VALUE     OF FILE-ID   "CONVTRIL.REL"
           DATA      RECORD       REG-REL.
       01  REG-REL                           PIC X(132).
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
       77  ESTADO-REL            PIC X(02).
       77  ESTADO-LOG            PIC X(02).
       77  ESTADO-PRM            PIC X(02).
       77  LIDOS-77        VALUE 0             PIC 9(07).
       77  LISTADOS-77     VALUE 0             PIC 9(07).
       77  FIM-TRL-WS                          PIC X(01).
           88  ACABOU-TRL                      VALUE "S".
       77  FIM-SRT-WS                          PIC X(01).
           88  ACABOU-SRT                      VALUE "S".
      *
      *    FILTROS DA TELA (OU DO CONVPARM.DAT)
       01  DATA-INI-WS     VALUE ZEROS         PIC 9(08).
       01  DATA-FIM-WS     VALUE ZEROS         PIC 9(08).
       77  CADASTRO-FILTRO-WS                  PIC X(08).
       01  CHAVE-FILTRO-WS                     PIC X(30).
       77  TAM-CHAVE-WS                        PIC 9(02).
      *
      *    QUEBRA POR CADASTRO/CHAVE
       77  CADASTRO-ANT-WS                     PIC X(08).
       01  CHAVE-ANT-WS                        PIC X(30).
      *
      *    LINHAS DO RELATORIO
       01  LINHA-CAD-WS.
           05  FILLER  VALUE "CADASTRO "       PIC X(09).
           05  CADASTRO-REL-WS                 PIC X(08).
           05  FILLER                          PIC X(115) VALUE SPACES.
       01  LINHA-CHAVE-WS.
           05  FILLER  VALUE "  CHAVE "        PIC X(08).
           05  CHAVE-REL-WS                    PIC X(30).
           05  FILLER                          PIC X(94) VALUE SPACES.
       01  LINHA-TRL-WS.
           05  FILLER                          PIC X(04) VALUE SPACES.
           05  DATA-REL-WS                     PIC 9(08).
           05  FILLER                          PIC X(01) VALUE SPACE.
           05  HORA-REL-WS                     PIC 9(06).
           05  FILLER                          PIC X(01) VALUE SPACE.
           05  OPERADOR-REL-WS                 PIC X(08).
           05  FILLER                          PIC X(01) VALUE SPACE.
           05  OPERACAO-REL-WS                 PIC X(09).
           05  FILLER                          PIC X(94) VALUE SPACES.
       01  LINHA-IMAGEM-WS.
           05  FILLER                          PIC X(06) VALUE SPACES.
           05  ROTULO-IMG-WS                   PIC X(06).
           05  IMAGEM-REL-WS                   PIC X(120).
      *
           COPY TELAWS.
           COPY PARMAUTO.
           COPY DURAWS.
      *
           COPY OPERWS.
           COPY TRILWS.
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
           DISPLAY (5, 14) "* HISTORICO DE ALTERACOES DOS CADASTROS *"

           MOVE "CONVTRIL" TO PROGRAMA-EXEC-WS
           PERFORM CARREGA-PARM THRU CARREGA-PARM-EXIT
           MOVE SPACES TO CADASTRO-FILTRO-WS CHAVE-FILTRO-WS
           MOVE ZEROS TO DATA-INI-WS DATA-FIM-WS
           IF MODO-AUTO
               MOVE ANO-INI-PARM-WS TO DATA-INI-WS (1:4)
               MOVE MES-INI-PARM-WS TO DATA-INI-WS (5:2)
               MOVE DIA-INI-PARM-WS TO DATA-INI-WS (7:2)
               MOVE ANO-FIM-PARM-WS TO DATA-FIM-WS (1:4)
               MOVE MES-FIM-PARM-WS TO DATA-FIM-WS (5:2)
               MOVE DIA-FIM-PARM-WS TO DATA-FIM-WS (7:2).

           DISPLAY (9, 10) "Operador................:"
           IF NOT MODO-AUTO
               ACCEPT (, ) OPERADOR-EXEC-WS WITH PROMPT UPDATE.
           MOVE "CONVTRIL" TO PROGRAMA-ACE-WS
           MOVE MODO-AUTO-WS TO SEM-SENHA-ACE-WS
           PERFORM AUTENTICA-OPERADOR THRU AUTENTICA-OPERADOR-EXIT.

           DISPLAY (10, 10) "Cadastro (branco = todos).......:"
           IF NOT MODO-AUTO
               ACCEPT (, ) CADASTRO-FILTRO-WS WITH PROMPT UPDATE
               ACCEPT ESCAPE-77 FROM ESCAPE KEY
               IF ESCAPE-77 NOT = ZEROS STOP RUN.
           DISPLAY (11, 10) "Chave (inicio; branco = todas)..:"
           IF NOT MODO-AUTO
               ACCEPT (, ) CHAVE-FILTRO-WS WITH PROMPT UPDATE
               IF ESCAPE-77 NOT = ZEROS GO TO INICIO-010.
           DISPLAY (12, 10) "Data inicial (aaaammdd).........:"
           IF NOT MODO-AUTO
               ACCEPT (, ) DATA-INI-WS WITH PROMPT UPDATE
               IF ESCAPE-77 NOT = ZEROS GO TO INICIO-010.
           DISPLAY (13, 10) "Data final   (aaaammdd).........:"
           IF NOT MODO-AUTO
               ACCEPT (, ) DATA-FIM-WS WITH PROMPT UPDATE
               IF ESCAPE-77 NOT = ZEROS GO TO INICIO-010.
           IF DATA-FIM-WS = ZEROS
               MOVE 99999999 TO DATA-FIM-WS.
           IF DATA-INI-WS > DATA-FIM-WS
               IF MODO-AUTO GO TO TERMINA-ERRO-PARM END-IF
               GO TO INICIO-010.
           MOVE 0 TO TAM-CHAVE-WS
           INSPECT CHAVE-FILTRO-WS TALLYING TAM-CHAVE-WS
               FOR CHARACTERS BEFORE INITIAL "  "

           DISPLAY (15, 10) "LINHAS LIDAS:        LISTADAS:"
           MOVE 0 TO LIDOS-77 LISTADOS-77
           SORT ARQ-SRT
               ON ASCENDING KEY CADASTRO-SRT CHAVE-SRT
                                DATA-SRT HORA-SRT
               INPUT  PROCEDURE IS 100-CARGA
               OUTPUT PROCEDURE IS 200-RELATORIO
           DISPLAY (15, 24) LIDOS-77
           DISPLAY (15, 41) LISTADOS-77
           DISPLAY (23, 10) "RELATORIO GRAVADO EM CONVTRIL.REL"
           PERFORM GRAVA-LOG
           IF MODO-AUTO GOBACK.
           GO TO 015-DATAS.
      *
      *    CARGA: AS LINHAS DA TRILHA DENTRO DOS FILTROS
       100-CARGA SECTION.
       110-ABRE.
           MOVE "N" TO FIM-TRL-WS
           OPEN INPUT ARQ-TRL
           IF ESTADO-TRL NOT = ZEROS
               DISPLAY (24, 10) "CADTRIL.LOG NAO ENCONTRADO"
               GO TO 190-FIM-CARGA.
       120-LE.
           READ ARQ-TRL AT END MOVE "S" TO FIM-TRL-WS END-READ
           IF ACABOU-TRL
               CLOSE ARQ-TRL
               GO TO 190-FIM-CARGA.
           ADD 1 TO LIDOS-77
           IF DATA-TRL-TX < DATA-INI-WS OR DATA-TRL-TX > DATA-FIM-WS
               GO TO 120-LE.
           IF CADASTRO-FILTRO-WS NOT = SPACES
               AND CADASTRO-TRL-TX NOT = CADASTRO-FILTRO-WS
               GO TO 120-LE.
           IF TAM-CHAVE-WS NOT = ZEROS
               AND CHAVE-TRL-TX (1:TAM-CHAVE-WS)
                   NOT = CHAVE-FILTRO-WS (1:TAM-CHAVE-WS)
               GO TO 120-LE.
           MOVE CADASTRO-TRL-TX TO CADASTRO-SRT
           MOVE CHAVE-TRL-TX    TO CHAVE-SRT
           MOVE DATA-TRL-TX     TO DATA-SRT
           MOVE HORA-TRL-TX     TO HORA-SRT
           MOVE OPERADOR-TRL-TX TO OPERADOR-SRT
           MOVE OPERACAO-TRL-TX TO OPERACAO-SRT
           MOVE ANTES-TRL-TX    TO ANTES-SRT
           MOVE DEPOIS-TRL-TX   TO DEPOIS-SRT
           RELEASE REG-SRT
           GO TO 120-LE.
       190-FIM-CARGA.
           EXIT.
      *
      *    DEVOLUCAO: QUEBRA POR CADASTRO E POR CHAVE, UMA LINHA POR
      *    ALTERACAO COM AS IMAGENS ANTES E DEPOIS
       200-RELATORIO SECTION.
       210-PREPARA.
           OPEN OUTPUT ARQ-REL
           MOVE SPACES TO REG-REL
           STRING "HISTORICO DE ALTERACOES DOS CADASTROS DE "
               DATA-INI-WS " ATE " DATA-FIM-WS
               DELIMITED BY SIZE INTO REG-REL
           WRITE REG-REL
           MOVE SPACES TO REG-REL
           STRING "CADASTRO=" CADASTRO-FILTRO-WS
               " CHAVE=" CHAVE-FILTRO-WS
               DELIMITED BY SIZE INTO REG-REL
           WRITE REG-REL
           MOVE HIGH-VALUES TO CADASTRO-ANT-WS CHAVE-ANT-WS
           MOVE "N" TO FIM-SRT-WS.
       220-DEVOLVE.
           RETURN ARQ-SRT
               AT END MOVE "S" TO FIM-SRT-WS
           END-RETURN
           IF ACABOU-SRT GO TO 280-ENCERRA.
           IF CADASTRO-SRT NOT = CADASTRO-ANT-WS
               MOVE SPACES TO REG-REL
               WRITE REG-REL
               MOVE CADASTRO-SRT TO CADASTRO-REL-WS
               WRITE REG-REL FROM LINHA-CAD-WS
               MOVE CADASTRO-SRT TO CADASTRO-ANT-WS
               MOVE HIGH-VALUES TO CHAVE-ANT-WS.
           IF CHAVE-SRT NOT = CHAVE-ANT-WS
               MOVE CHAVE-SRT TO CHAVE-REL-WS
               WRITE REG-REL FROM LINHA-CHAVE-WS
               MOVE CHAVE-SRT TO CHAVE-ANT-WS.
           ADD 1 TO LISTADOS-77
           MOVE DATA-SRT     TO DATA-REL-WS
           MOVE HORA-SRT     TO HORA-REL-WS
           MOVE OPERADOR-SRT TO OPERADOR-REL-WS
           MOVE OPERACAO-SRT TO OPERACAO-REL-WS
           IF OPERACAO-SRT = "I"
               MOVE "INCLUSAO" TO OPERACAO-REL-WS.
           IF OPERACAO-SRT = "A"
               MOVE "ALTERACAO" TO OPERACAO-REL-WS.
           IF OPERACAO-SRT = "E"
               MOVE "EXCLUSAO" TO OPERACAO-REL-WS.
           WRITE REG-REL FROM LINHA-TRL-WS
           IF ANTES-SRT NOT = SPACES
               MOVE "ANTES " TO ROTULO-IMG-WS
               MOVE ANTES-SRT TO IMAGEM-REL-WS
               WRITE REG-REL FROM LINHA-IMAGEM-WS.
           IF DEPOIS-SRT NOT = SPACES
               MOVE "DEPOIS" TO ROTULO-IMG-WS
               MOVE DEPOIS-SRT TO IMAGEM-REL-WS
               WRITE REG-REL FROM LINHA-IMAGEM-WS.
           GO TO 220-DEVOLVE.
       280-ENCERRA.
           MOVE SPACES TO REG-REL
           WRITE REG-REL
           MOVE SPACES TO REG-REL
           STRING "ALTERACOES LISTADAS: " LISTADOS-77
               DELIMITED BY SIZE INTO REG-REL
           WRITE REG-REL
           CLOSE ARQ-REL.
       290-FIM.
           EXIT.
      *
      *    GRAVA UMA LINHA NO LOG PERSISTENTE DE EXECUCOES (CONVLOG.LOG)
       GRAVA-LOG.
           MOVE "CONVTRIL" TO PROGRAMA-LOG-TX
           ACCEPT DATA-EXEC-LOG-TX FROM DATE YYYYMMDD
           ACCEPT HORA-EXEC-LOG-TX FROM TIME
           MOVE OPERADOR-EXEC-WS TO OPERADOR-LOG-TX
           ACCEPT HORA-FIM-EXEC-WS FROM TIME
           PERFORM CALCULA-DURACAO
           MOVE HORA-INI6-EXEC-WS TO HORA-INI-LOG-TX
           MOVE DURACAO-EXEC-WS TO DURACAO-LOG-TX
           MOVE SPACES TO FILTRO-LOG-TX
           STRING "CAD=" CADASTRO-FILTRO-WS " DE=" DATA-INI-WS
               " ATE=" DATA-FIM-WS
               DELIMITED BY SIZE
               INTO FILTRO-LOG-TX
           MOVE LIDOS-77 TO LIDOS-LOG-TX
           MOVE LISTADOS-77 TO GRAVADOS-LOG-TX
           MOVE 0 TO GRAVADOS2-LOG-TX
           MOVE "CONVTRIL.REL" TO NOME-REL-ARR-WS
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
