      *
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. CONVACEI.
       AUTHOR. LUIS AUGUSTO.
      *
      *    DATA DA ALTERACAO: 10/96
      *
      *    ACEITE E REJEICOES DO SISTEMA RECEPTOR: LE O ARQUIVO DE
      *    RETORNO QUE O RECEPTOR DEVOLVE POR LOTE ("r:CONVACE.RET")
      *    E MARCA CADA ARQUIVO DO MANIFESTO "x:CONVMAN.DAT" COMO
      *    ACEITO ("A"), REJEITADO ("R", PELO MENOS UM REGISTRO
      *    RECUSADO) OU SEM RETORNO ("N", NAO CONSTA DO RETORNO).
      *    CADA REGISTRO REJEITADO ENTRA NA FILA "CONVREJ.DAT"
      *    (COPY REJEIFD) COM O MOTIVO DO RECEPTOR; NOTA REJEITADA
      *    NOS ARQUIVOS DE NOTAS (MV/IT) FICA NA FILA PARA A
      *    REEXPORTACAO DE NOTA UNICA DO CONVNOTA, QUE A MARCA COMO
      *    CORRIGIDA. A REJEICAO SO SAI DA FILA QUANDO UM RETORNO
      *    POSTERIOR ACEITA O ARQUIVO RETRANSMITIDO OU O ARQUIVO DE
      *    CORRECAO .Caa DO DIA - ASSIM NENHUM REGISTRO REJEITADO E
      *    ESQUECIDO DEPOIS DO FECHAMENTO DO PERIODO. O ARQUIVO DE
      *    CORRECAO LEVA UMA NOTA SO: DEVE SER TRANSMITIDO ANTES DA
      *    PROXIMA REEXPORTACAO DO MESMO DIA. O RELATORIO
      *    "CONVACEI.REL" TRAZ A SITUACAO DOS ARQUIVOS DO LOTE, AS
      *    REJEICOES BAIXADAS NESTE RETORNO E TODAS AS REJEICOES EM
      *    ABERTO POR FILIAL E IDADE (DIAS DESDE O RETORNO, 30/360).
      *    LAYOUT DO RETORNO (UMA LINHA POR OCORRENCIA):
      *      TIPO "A" = ARQUIVO ACEITO, "R" = REGISTRO REJEITADO
      *      (OUTROS TIPOS SAO CABECALHO/TRAILER DO RECEPTOR E SAO
      *      IGNORADOS), NOME DO ARQUIVO COMO NO MANIFESTO, SEQUENCIA
      *      DO REGISTRO NO ARQUIVO, NUMERO DA NOTA (ZEROS QUANDO NAO
      *      E NOTA), CODIGO E DESCRICAO DO MOTIVO.
      *
      *    DATA DA ALTERACAO: 10/96
      *
      *    CADA "CONVACEI.REL" GERADO E GUARDADO NO ARQUIVO DE
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
           SELECT      ARQ-SRT    ASSIGN     TO   "CONVACEI.SRT".
      *
           SELECT      ARQ-MAN    ASSIGN     TO   DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ESTADO-MAN.
      *
           SELECT      ARQ-RET    ASSIGN     TO   DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ESTADO-RET.
      *
           SELECT      ARQ-REL    ASSIGN     TO   "CONVACEI.REL"
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
           COPY FILIALSL.
      *
           COPY REJEISL.
      *
           COPY OPERSL.
      *
       DATA DIVISION.
       FILE SECTION.
      *
      *    REJEICOES EM ABERTO POR FILIAL, DA MAIS ANTIGA PARA A MAIS
      *    NOVA
       SD  ARQ-SRT
           DATA      RECORD       REG-SRT.
       01  REG-SRT.
           05  FILIAL-SRT                    PIC 9(02).
           05  IDADE-SRT                     PIC 9(05).
           05  NOME-SRT                      PIC X(18).
           05  SEQ-SRT                       PIC 9(07).
           05  NOTA-SRT                      PIC 9(06).
           05  MOTIVO-SRT                    PIC X(03).
           05  TEXTO-SRT                     PIC X(40).
           05  SIT-SRT                       PIC X(01).
      *
      *    MANIFESTO DO LOTE (ARQ. "x:CONVMAN.DAT", GRAVADO PELO
      *    CONVMANF E REGRAVADO AQUI COM A SITUACAO DO RETORNO)
       FD  ARQ-MAN
           LABEL     RECORD       STANDARD
           VALUE     OF FILE-ID   ARQMAN-WS
           DATA      RECORD       REGMAN-TX.
       01  REGMAN-TX.
           05  NOME-MAN-TX                   PIC X(18).
           05  FILLER                        PIC X(01).
           05  QTD-MAN-TX                    PIC 9(07).
           05  FILLER                        PIC X(01).
           05  DATA-GER-MAN-TX               PIC 9(08).
           05  FILLER                        PIC X(01).
           05  HORA-GER-MAN-TX               PIC 9(06).
           05  FILLER                        PIC X(01).
           05  SITUACAO-MAN-TX               PIC X(01).
           05  FILLER                        PIC X(01).
           05  REJEITADOS-MAN-TX             PIC 9(05).
           05  FILLER                        PIC X(01).
           05  DATA-RET-MAN-TX               PIC 9(08).
      *
      *    RETORNO DO SISTEMA RECEPTOR (ARQ. "r:CONVACE.RET")
       FD  ARQ-RET
           LABEL     RECORD       STANDARD
           VALUE     OF FILE-ID   ARQRET-WS
           DATA      RECORD       REGRET-TX.
       01  REGRET-TX.
           05  TIPO-RET-TX                   PIC X(01).
           05  FILLER                        PIC X(01).
           05  NOME-RET-TX                   PIC X(18).
           05  FILLER                        PIC X(01).
           05  SEQ-RET-TX                    PIC 9(07).
           05  FILLER                        PIC X(01).
           05  NOTA-RET-TX                   PIC 9(06).
           05  FILLER                        PIC X(01).
           05  MOTIVO-RET-TX                 PIC X(03).
           05  FILLER                        PIC X(01).
           05  TEXTO-RET-TX                  PIC X(40).
      *
       FD  ARQ-REL
           LABEL     RECORD       STANDARD
           VALUE     OF FILE-ID   "CONVACEI.REL"
           DATA      RECORD       REG-REL.
       01  REG-REL                           PIC X(100).
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
           COPY REJEIFD.
      *
           COPY OPERFD.
      *
       WORKING-STORAGE SECTION.
      *
       77  ESTADO-MAN            PIC X(02).
       77  ESTADO-RET            PIC X(02).
       77  ESTADO-REL            PIC X(02).
       77  ESTADO-LOG            PIC X(02).
       77  ESTADO-PRM            PIC X(02).
       77  LIDOS-77        VALUE 0             PIC 9(07).
       77  IGNORADOS-77    VALUE 0             PIC 9(05).
       77  REGISTROS-REJ-77 VALUE 0            PIC 9(07).
       77  ACEITOS-77      VALUE 0             PIC 9(05).
       77  REJEITADOS-77   VALUE 0             PIC 9(05).
       77  SEM-RETORNO-77  VALUE 0             PIC 9(05).
       77  NOVAS-77        VALUE 0             PIC 9(05).
       77  REABERTAS-77    VALUE 0             PIC 9(05).
       77  BAIXADAS-77     VALUE 0             PIC 9(05).
       77  ABERTAS-77      VALUE 0             PIC 9(05).
       77  INTERVALO-TELA-WS  VALUE 100         PIC 9(05).
       77  CONTA-TELA-WS      VALUE 1           PIC 9(05).
       77  FIM-MAN-WS                          PIC X(01).
           88  ACABOU-MAN                      VALUE "S".
       77  FIM-RET-WS                          PIC X(01).
           88  ACABOU-RET                      VALUE "S".
       77  FIM-SRT-WS                          PIC X(01).
           88  ACABOU-SRT                      VALUE "S".
      *    TABELA ESTOURADA NO MEIO DO RETORNO: NADA E REGRAVADO
       77  FALHOU-ACE-WS   VALUE "N"           PIC X(01).
           88  FALHOU-ACE                      VALUE "S".
      *
       77  U-LOT-WS                            PIC X(01).
       77  U-RET-WS                            PIC X(01).
       77  FILIAL-LOT-WS                       PIC 9(02).
       01  ARQMAN-WS.
           05  U-MAN-WS                        PIC X(01).
           05  FILLER VALUE ":CONVMAN.DAT"     PIC X(12).
       01  ARQRET-WS.
           05  U-ACE-WS                        PIC X(01).
           05  FILLER VALUE ":CONVACE.RET"     PIC X(12).
      *
      *    DATA DO PROCESSAMENTO E IDADE DAS REJEICOES
       01  HOJE-WS.
           05  ANO-HOJE-WS                     PIC 9(04).
           05  MES-HOJE-WS                     PIC 9(02).
           05  DIA-HOJE-WS                     PIC 9(02).
       01  FILLER REDEFINES HOJE-WS.
           05  HOJE-NUM-WS                     PIC 9(08).
       01  DATA-IDADE-WS.
           05  ANO-IDADE-WS                    PIC 9(04).
           05  MES-IDADE-WS                    PIC 9(02).
           05  DIA-IDADE-WS                    PIC 9(02).
       01  FILLER REDEFINES DATA-IDADE-WS.
           05  DATA-IDADE-NUM-WS               PIC 9(08).
       77  IDADE-WS                            PIC S9(05).
      *
      *    DATA DO MOVIMENTO TIRADA DO NOME DO ARQUIVO DIARIO
       01  DATA-MOV-WS.
           05  ANO-MOV-WS                      PIC 9(04).
           05  MES-MOV-WS                      PIC 9(02).
           05  DIA-MOV-WS                      PIC 9(02).
       01  FILLER REDEFINES DATA-MOV-WS.
           05  DATA-MOV-NUM-WS                 PIC 9(08).
       77  FILIAL-MOV-WS                       PIC 9(02).
       77  NOTA-CONF-WS                        PIC 9(06).
       77  NOTA-REEXP-WS                       PIC X(01).
           88  NOTA-REEXPORTAVEL               VALUE "S".
      *
      *    MANIFESTO EM MEMORIA
       01  TAB-MAN-WS.
           05  TAB-MAN-ITEM OCCURS 800 TIMES.
               10  NOME-TAB-MAN-WS           PIC X(18).
               10  QTD-TAB-MAN-WS            PIC 9(07).
               10  DATA-GER-TAB-MAN-WS       PIC 9(08).
               10  HORA-GER-TAB-MAN-WS       PIC 9(06).
               10  SIT-TAB-MAN-WS            PIC X(01).
               10  REJ-TAB-MAN-WS            PIC 9(05).
       77  QTD-MAN-WS      VALUE 0             PIC 9(04).
       77  IDX-MAN-WS                          PIC 9(04).
      *
      *    ARQUIVOS CITADOS NO RETORNO (NOME SEM O DRIVE): "A" =
      *    SO ACEITE, "R" = COM REGISTRO REJEITADO
       01  TAB-RET-WS.
           05  TAB-RET-ITEM OCCURS 800 TIMES.
               10  NOME-TAB-RET-WS           PIC X(17).
               10  SIT-TAB-RET-WS            PIC X(01).
               10  REJ-TAB-RET-WS            PIC 9(05).
               10  NO-MAN-TAB-RET-WS         PIC X(01).
       77  QTD-RET-WS      VALUE 0             PIC 9(04).
       77  IDX-RET-WS                          PIC 9(04).
       77  NOME-BUSCA-WS                       PIC X(17).
       77  QTD-ANTES-REJ-WS                    PIC 9(04).
      *
      *    QUEBRA POR FILIAL NAS REJEICOES EM ABERTO
       77  FILIAL-ABERTA-WS VALUE "N"          PIC X(01).
           88  FILIAL-ABERTA                   VALUE "S".
       77  FILIAL-ANT-WS                       PIC 9(02).
       01  TOTAIS-FILIAL-WS.
           05  ATE7-FIL-WS                     PIC 9(05).
           05  ATE30-FIL-WS                    PIC 9(05).
           05  ALEM30-FIL-WS                   PIC 9(05).
           05  TOTAL-FIL-WS                    PIC 9(05).
       01  TOTAIS-GERAL-WS.
           05  ATE7-GER-WS                     PIC 9(05).
           05  ATE30-GER-WS                    PIC 9(05).
           05  ALEM30-GER-WS                   PIC 9(05).
           05  TOTAL-GER-WS                    PIC 9(05).
      *
      *    LINHAS DO RELATORIO
       01  CAB-MAN-WS.
           05  FILLER  VALUE "ARQUIVO              REGIST.  "
                                               PIC X(30).
           05  FILLER  VALUE "SITUACAO      REJEITADOS"
                                               PIC X(24).
           05  FILLER                          PIC X(46) VALUE SPACES.
       01  LINHA-MAN-WS.
           05  NOME-LIN-MAN-WS                 PIC X(18).
           05  FILLER                          PIC X(03) VALUE SPACES.
           05  QTD-LIN-MAN-WS                  PIC ZZZZZZ9.
           05  FILLER                          PIC X(02) VALUE SPACES.
           05  SIT-LIN-MAN-WS                  PIC X(13).
           05  FILLER                          PIC X(01) VALUE SPACE.
           05  REJ-LIN-MAN-WS                  PIC ZZZZZZZZZ9.
           05  FILLER                          PIC X(46) VALUE SPACES.
       01  CAB-REJ-WS.
           05  FILLER  VALUE "IDADE ARQUIVO               SEQ. "
                                               PIC X(33).
           05  FILLER  VALUE "  NOTA MOT DESCRICAO DO MOTIVO"
                                               PIC X(30).
           05  FILLER  VALUE "                      ACAO"
                                               PIC X(26).
           05  FILLER                          PIC X(11) VALUE SPACES.
       01  LINHA-REJ-WS.
           05  IDADE-LIN-REJ-WS                PIC ZZZZ9.
           05  FILLER                          PIC X(01) VALUE SPACE.
           05  NOME-LIN-REJ-WS                 PIC X(18).
           05  FILLER                          PIC X(01) VALUE SPACE.
           05  SEQ-LIN-REJ-WS                  PIC ZZZZZZ9.
           05  FILLER                          PIC X(01) VALUE SPACE.
           05  NOTA-LIN-REJ-WS                 PIC ZZZZZZ.
           05  FILLER                          PIC X(01) VALUE SPACE.
           05  MOTIVO-LIN-REJ-WS               PIC X(03).
           05  FILLER                          PIC X(01) VALUE SPACE.
           05  TEXTO-LIN-REJ-WS                PIC X(40).
           05  FILLER                          PIC X(01) VALUE SPACE.
           05  ACAO-LIN-REJ-WS                 PIC X(13).
           05  FILLER                          PIC X(02) VALUE SPACES.
       01  LINHA-TOT-WS.
           05  ROTULO-LIN-TOT-WS               PIC X(18).
           05  TOTAL-LIN-TOT-WS                PIC ZZZZ9.
           05  FILLER  VALUE " EM ABERTO  ATE 7 DIAS "
                                               PIC X(23).
           05  ATE7-LIN-TOT-WS                 PIC ZZZZ9.
           05  FILLER  VALUE "  8 A 30 "       PIC X(09).
           05  ATE30-LIN-TOT-WS                PIC ZZZZ9.
           05  FILLER  VALUE "  MAIS DE 30 "   PIC X(13).
           05  ALEM30-LIN-TOT-WS               PIC ZZZZ9.
           05  FILLER                          PIC X(17) VALUE SPACES.
      *
           COPY TELAWS.
           COPY PARMAUTO.
      *
           COPY OPERWS.
           COPY DURAWS.
           COPY FILIALVL.
           COPY REJEIVL.
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
           DISPLAY (5, 14) "* ACEITE E REJEICOES DO SISTEMA RECEPTOR *"

           PERFORM CARREGA-FILIAL THRU CARREGA-FILIAL-EXIT
           MOVE "CONVACEI" TO PROGRAMA-EXEC-WS
           PERFORM CARREGA-PARM THRU CARREGA-PARM-EXIT
           IF MODO-AUTO
               MOVE DRIVE-PARM-WS TO U-LOT-WS
               MOVE FILIAL-INI-PARM-WS TO FILIAL-LOT-WS
               MOVE FILTRO-PARM-WS (1:1) TO U-RET-WS.
           IF MODO-AUTO AND TELA-PARM-WS NOT = ZEROS
               MOVE TELA-PARM-WS TO INTERVALO-TELA-WS.

           DISPLAY (9, 10) "Operador................:"
           IF NOT MODO-AUTO
               ACCEPT (, ) OPERADOR-EXEC-WS WITH PROMPT UPDATE.
           MOVE "CONVACEI" TO PROGRAMA-ACE-WS
           MOVE MODO-AUTO-WS TO SEM-SENHA-ACE-WS
           PERFORM AUTENTICA-OPERADOR THRU AUTENTICA-OPERADOR-EXIT.

           DISPLAY (10, 10) "Informe o Drive dos arqs:"
           IF NOT MODO-AUTO
               ACCEPT (, ) U-LOT-WS WITH PROMPT UPDATE
               ACCEPT ESCAPE-77 FROM ESCAPE KEY
               IF ESCAPE-77 NOT = ZEROS STOP RUN.

           DISPLAY (11, 10) "Drive do retorno........:"
           IF NOT MODO-AUTO
               ACCEPT (, ) U-RET-WS WITH PROMPT UPDATE
               IF ESCAPE-77 NOT = ZEROS GO TO INICIO-010.
           IF U-RET-WS = SPACE OR U-RET-WS = U-LOT-WS
               DISPLAY (24, 10) "DRIVE DO RETORNO INVALIDO"
               IF MODO-AUTO GO TO TERMINA-ERRO-PARM END-IF
               GO TO INICIO-010.

           DISPLAY (12, 10) "Informe a Filial .......:"
           IF NOT MODO-AUTO
               ACCEPT (, ) FILIAL-LOT-WS WITH PROMPT UPDATE
               IF ESCAPE-77 NOT = ZEROS GO TO INICIO-010.
           PERFORM VARYING IDX-FIL-VL-WS FROM 1 BY 1
               UNTIL IDX-FIL-VL-WS > QTD-FILIAL-VL
               OR FILIAL-VL-WS (IDX-FIL-VL-WS) = FILIAL-LOT-WS
           END-PERFORM
           IF IDX-FIL-VL-WS > QTD-FILIAL-VL
               DISPLAY (24, 10) "FILIAL INVALIDA - VERIFIQUE O NUMERO"
               IF MODO-AUTO GO TO TERMINA-ERRO-PARM END-IF
               GO TO INICIO-010.

           DISPLAY (14, 10) "LINHAS DO RETORNO:"
           DISPLAY (15, 10) "ARQUIVOS ACEITOS:      REJEITADOS:"
           DISPLAY (15, 46) "SEM RETORNO:"
           DISPLAY (16, 10) "FILA - NOVAS:      BAIXADAS:"
           DISPLAY (16, 40) "EM ABERTO:"
           MOVE 0 TO LIDOS-77 IGNORADOS-77 REGISTROS-REJ-77
           MOVE 0 TO ACEITOS-77 REJEITADOS-77 SEM-RETORNO-77
           MOVE 0 TO NOVAS-77 REABERTAS-77 BAIXADAS-77 ABERTAS-77
           MOVE 0 TO QTD-RET-WS
           MOVE "N" TO FALHOU-ACE-WS
           ACCEPT HOJE-WS FROM DATE YYYYMMDD
           MOVE U-LOT-WS TO U-MAN-WS
           MOVE U-RET-WS TO U-ACE-WS
      *
      *    SEM MANIFESTO NAO HA O QUE MARCAR; SEM A FILA INTEIRA NA
      *    TABELA ELA NAO PODE SER REGRAVADA
           PERFORM CARREGA-MANIFESTO THRU CARREGA-MANIFESTO-EXIT
           IF QTD-MAN-WS = ZEROS
               DISPLAY (23, 10) "MANIFESTO CONVMAN.DAT NAO ENCONTRADO"
               IF MODO-AUTO GO TO TERMINA-ERRO-PARM END-IF
               GO TO 015-DATAS.
           IF FALHOU-ACE
               DISPLAY (23, 10) "MANIFESTO MAIOR QUE A TABELA (800)"
               IF MODO-AUTO GO TO TERMINA-ERRO-PARM END-IF
               GO TO 015-DATAS.
           PERFORM CARREGA-REJEICAO THRU CARREGA-REJEICAO-EXIT
           IF FORA-REJ-WS NOT = ZEROS
               DISPLAY (23, 10) "FILA CONVREJ.DAT MAIOR QUE A TABELA"
               IF MODO-AUTO GO TO TERMINA-ERRO-PARM END-IF
               GO TO 015-DATAS.
           MOVE QTD-REJ-WS TO QTD-ANTES-REJ-WS

           MOVE "N" TO FIM-RET-WS
           OPEN INPUT ARQ-RET
           IF ESTADO-RET NOT = ZEROS
               DISPLAY (23, 10) "RETORNO CONVACE.RET NAO ENCONTRADO"
               IF MODO-AUTO GO TO TERMINA-ERRO-PARM END-IF
               GO TO 015-DATAS.
           PERFORM LE-RETORNO THRU LE-RETORNO-EXIT UNTIL ACABOU-RET
           CLOSE ARQ-RET
           IF FALHOU-ACE
               MOVE 8 TO RETURN-CODE
               PERFORM REPINTA-TELA
               DISPLAY (23, 10) "ESTOURO DE TABELA - NADA FOI GRAVADO"
               PERFORM GRAVA-LOG
               IF MODO-AUTO GOBACK END-IF
               GO TO 015-DATAS.
      *
      *    SITUACAO DE CADA ARQUIVO DO LOTE E BAIXA DAS REJEICOES
      *    ANTERIORES CUJO ARQUIVO (OU CORRECAO) FOI ACEITO AGORA
           PERFORM MARCA-MANIFESTO
               VARYING IDX-MAN-WS FROM 1 BY 1
               UNTIL IDX-MAN-WS > QTD-MAN-WS
           PERFORM BAIXA-REJEICAO THRU BAIXA-REJEICAO-EXIT
               VARYING IDX-REJ-WS FROM 1 BY 1
               UNTIL IDX-REJ-WS > QTD-ANTES-REJ-WS
           PERFORM REGRAVA-MANIFESTO
           PERFORM GRAVA-REJEICAO

           OPEN OUTPUT ARQ-REL
           PERFORM IMPRIME-LOTE
           SORT ARQ-SRT
               ON ASCENDING  KEY FILIAL-SRT
               ON DESCENDING KEY IDADE-SRT
               ON ASCENDING  KEY NOME-SRT SEQ-SRT
               INPUT  PROCEDURE IS 100-CARGA
               OUTPUT PROCEDURE IS 200-RELATORIO
           PERFORM REPINTA-TELA
           IF REJEITADOS-77 NOT = ZEROS OR SEM-RETORNO-77 NOT = ZEROS
               DISPLAY (23, 10) "LOTE COM REJEICOES - VEJA CONVACEI.REL"
           ELSE
               DISPLAY (23, 10) "LOTE TODO ACEITO - VEJA CONVACEI.REL".
           PERFORM GRAVA-LOG
           IF MODO-AUTO GOBACK.
           GO TO 015-DATAS.
      *
      *    CARREGA O MANIFESTO DO LOTE NA TABELA
       CARREGA-MANIFESTO.
           MOVE 0 TO QTD-MAN-WS
           MOVE "N" TO FIM-MAN-WS
           OPEN INPUT ARQ-MAN
           IF ESTADO-MAN NOT = ZEROS
               GO TO CARREGA-MANIFESTO-EXIT.
           PERFORM LE-MANIFESTO THRU LE-MANIFESTO-EXIT
               UNTIL ACABOU-MAN
           CLOSE ARQ-MAN.
       CARREGA-MANIFESTO-EXIT.
           EXIT.
      *
       LE-MANIFESTO.
           READ ARQ-MAN AT END MOVE "S" TO FIM-MAN-WS END-READ
           IF ACABOU-MAN GO TO LE-MANIFESTO-EXIT.
           IF QTD-MAN-WS NOT < 800
               MOVE "S" TO FALHOU-ACE-WS
               GO TO LE-MANIFESTO-EXIT.
           ADD 1 TO QTD-MAN-WS
           MOVE NOME-MAN-TX TO NOME-TAB-MAN-WS (QTD-MAN-WS)
           MOVE QTD-MAN-TX TO QTD-TAB-MAN-WS (QTD-MAN-WS)
           MOVE DATA-GER-MAN-TX TO DATA-GER-TAB-MAN-WS (QTD-MAN-WS)
           MOVE HORA-GER-MAN-TX TO HORA-GER-TAB-MAN-WS (QTD-MAN-WS)
           MOVE SPACE TO SIT-TAB-MAN-WS (QTD-MAN-WS)
           MOVE 0 TO REJ-TAB-MAN-WS (QTD-MAN-WS).
       LE-MANIFESTO-EXIT.
           EXIT.
      *
      *    LE UMA LINHA DO RETORNO: REGISTRA O ARQUIVO CITADO E, NA
      *    REJEICAO, POE O REGISTRO NA FILA
       LE-RETORNO.
           READ ARQ-RET AT END MOVE "S" TO FIM-RET-WS END-READ
           IF ACABOU-RET GO TO LE-RETORNO-EXIT.
           ADD 1 TO LIDOS-77
           PERFORM MOSTRA-PROGRESSO
           IF (TIPO-RET-TX NOT = "A" AND TIPO-RET-TX NOT = "R")
               OR NOME-RET-TX = SPACES
               ADD 1 TO IGNORADOS-77
               GO TO LE-RETORNO-EXIT.
           MOVE NOME-RET-TX (2:17) TO NOME-BUSCA-WS
           PERFORM ACHA-NOME-RET
           IF IDX-RET-WS > QTD-RET-WS
               IF QTD-RET-WS NOT < 800
                   MOVE "S" TO FALHOU-ACE-WS
                   GO TO LE-RETORNO-EXIT
               END-IF
               ADD 1 TO QTD-RET-WS
               MOVE NOME-BUSCA-WS TO NOME-TAB-RET-WS (QTD-RET-WS)
               MOVE "A" TO SIT-TAB-RET-WS (QTD-RET-WS)
               MOVE 0 TO REJ-TAB-RET-WS (QTD-RET-WS)
               MOVE "S" TO NO-MAN-TAB-RET-WS (QTD-RET-WS).
           IF TIPO-RET-TX = "A"
               GO TO LE-RETORNO-EXIT.
           MOVE "R" TO SIT-TAB-RET-WS (IDX-RET-WS)
           ADD 1 TO REJ-TAB-RET-WS (IDX-RET-WS)
           ADD 1 TO REGISTROS-REJ-77
           PERFORM ENFILEIRA-REJEICAO THRU ENFILEIRA-REJEICAO-EXIT.
       LE-RETORNO-EXIT.
           EXIT.
      *
      *    PROCURA NOME-BUSCA-WS ENTRE OS ARQUIVOS DO RETORNO
       ACHA-NOME-RET.
           PERFORM VARYING IDX-RET-WS FROM 1 BY 1
               UNTIL IDX-RET-WS > QTD-RET-WS
               OR NOME-TAB-RET-WS (IDX-RET-WS) = NOME-BUSCA-WS
           END-PERFORM.
      *
      *    NOME DE ARQUIVO DIARIO (x:PPddmmff.Taa) DA A FILIAL E A
      *    DATA DO MOVIMENTO; NOS CADASTROS VALE A FILIAL DO LOTE.
      *    A MESMA NOTA REJEITADA NO MV E NO IT ENTRA UMA VEZ SO, E A
      *    CORRECAO REJEITADA DE NOVO VOLTA A FICAR PENDENTE
       ENFILEIRA-REJEICAO.
           MOVE NOME-RET-TX TO NOME-DIA-REJ-WS
           MOVE FILIAL-LOT-WS TO FILIAL-MOV-WS
           MOVE ZEROS TO DATA-MOV-WS
           IF TIPO-DIA-REJ-WS (1:1) = "."
               AND DDMM-DIA-REJ-WS NUMERIC
               AND FILIAL-DIA-REJ-WS NUMERIC
               AND AA-DIA-REJ-WS NUMERIC
               MOVE FILIAL-DIA-REJ-WS TO FILIAL-MOV-WS
               MOVE DD-DIA-REJ-WS TO DIA-MOV-WS
               MOVE MM-DIA-REJ-WS TO MES-MOV-WS
               IF AA-DIA-REJ-WS < 70
                   COMPUTE ANO-MOV-WS = AA-DIA-REJ-WS + 2000
               ELSE
                   COMPUTE ANO-MOV-WS = AA-DIA-REJ-WS + 1900.
           MOVE NOTA-RET-TX TO NOTA-CONF-WS
           PERFORM CONFERE-REEXPORTAVEL
           PERFORM VARYING IDX-REJ-WS FROM 1 BY 1
               UNTIL IDX-REJ-WS > QTD-REJ-WS
               OR (NOME-TAB-REJ-WS (IDX-REJ-WS) (2:17) =
                   NOME-RET-TX (2:17)
               AND SEQ-TAB-REJ-WS (IDX-REJ-WS) = SEQ-RET-TX)
           END-PERFORM
           IF IDX-REJ-WS NOT > QTD-REJ-WS
               GO TO ENFILEIRA-REJEICAO-EXIT.
           IF NOT NOTA-REEXPORTAVEL
               GO TO ENFILEIRA-REJEICAO-010.
           PERFORM VARYING IDX-REJ-WS FROM 1 BY 1
               UNTIL IDX-REJ-WS > QTD-REJ-WS
               OR (FILIAL-TAB-REJ-WS (IDX-REJ-WS) = FILIAL-MOV-WS
               AND DATA-MOV-TAB-REJ-WS (IDX-REJ-WS) = DATA-MOV-NUM-WS
               AND NOTA-TAB-REJ-WS (IDX-REJ-WS) = NOTA-RET-TX)
           END-PERFORM
           IF IDX-REJ-WS > QTD-REJ-WS
               GO TO ENFILEIRA-REJEICAO-010.
           IF REJ-CORRIGIDA (IDX-REJ-WS) AND TIPO-DIA-REJ-WS = ".C"
               MOVE NOME-RET-TX TO NOME-TAB-REJ-WS (IDX-REJ-WS)
               MOVE SEQ-RET-TX TO SEQ-TAB-REJ-WS (IDX-REJ-WS)
               MOVE MOTIVO-RET-TX TO MOTIVO-TAB-REJ-WS (IDX-REJ-WS)
               MOVE TEXTO-RET-TX TO TEXTO-TAB-REJ-WS (IDX-REJ-WS)
               MOVE "P" TO SIT-TAB-REJ-WS (IDX-REJ-WS)
               MOVE HOJE-NUM-WS TO DATA-SIT-TAB-REJ-WS (IDX-REJ-WS)
               ADD 1 TO REABERTAS-77.
           GO TO ENFILEIRA-REJEICAO-EXIT.
       ENFILEIRA-REJEICAO-010.
           IF QTD-REJ-WS NOT < 1000
               MOVE "S" TO FALHOU-ACE-WS
               GO TO ENFILEIRA-REJEICAO-EXIT.
           ADD 1 TO QTD-REJ-WS
           MOVE FILIAL-MOV-WS TO FILIAL-TAB-REJ-WS (QTD-REJ-WS)
           MOVE DATA-MOV-NUM-WS TO DATA-MOV-TAB-REJ-WS (QTD-REJ-WS)
           MOVE NOTA-RET-TX TO NOTA-TAB-REJ-WS (QTD-REJ-WS)
           MOVE NOME-RET-TX TO NOME-TAB-REJ-WS (QTD-REJ-WS)
           MOVE SEQ-RET-TX TO SEQ-TAB-REJ-WS (QTD-REJ-WS)
           MOVE MOTIVO-RET-TX TO MOTIVO-TAB-REJ-WS (QTD-REJ-WS)
           MOVE TEXTO-RET-TX TO TEXTO-TAB-REJ-WS (QTD-REJ-WS)
           MOVE HOJE-NUM-WS TO DATA-TAB-REJ-WS (QTD-REJ-WS)
           MOVE "P" TO SIT-TAB-REJ-WS (QTD-REJ-WS)
           MOVE HOJE-NUM-WS TO DATA-SIT-TAB-REJ-WS (QTD-REJ-WS)
           ADD 1 TO NOVAS-77.
       ENFILEIRA-REJEICAO-EXIT.
           EXIT.
      *
      *    NOTA NOS ARQUIVOS DE NOTAS DE SAIDA (MV/IT .F) OU NA
      *    CORRECAO (.C) PODE SER REEXPORTADA PELO CONVNOTA. USA O
      *    NOME EM NOME-DIA-REJ-WS E A NOTA EM NOTA-CONF-WS
       CONFERE-REEXPORTAVEL.
           MOVE "N" TO NOTA-REEXP-WS
           IF NOTA-CONF-WS NOT = ZEROS
               AND (PREF-DIA-REJ-WS = ":MV" OR PREF-DIA-REJ-WS = ":IT")
               AND (TIPO-DIA-REJ-WS = ".F" OR TIPO-DIA-REJ-WS = ".C")
               MOVE "S" TO NOTA-REEXP-WS.
      *
      *    SITUACAO DO ARQUIVO DO MANIFESTO PELO QUE O RETORNO DISSE
       MARCA-MANIFESTO.
           MOVE NOME-TAB-MAN-WS (IDX-MAN-WS) (2:17) TO NOME-BUSCA-WS
           PERFORM ACHA-NOME-RET
           IF IDX-RET-WS > QTD-RET-WS
               MOVE "N" TO SIT-TAB-MAN-WS (IDX-MAN-WS)
               ADD 1 TO SEM-RETORNO-77
           ELSE
               MOVE "N" TO NO-MAN-TAB-RET-WS (IDX-RET-WS)
               MOVE SIT-TAB-RET-WS (IDX-RET-WS)
                   TO SIT-TAB-MAN-WS (IDX-MAN-WS)
               MOVE REJ-TAB-RET-WS (IDX-RET-WS)
                   TO REJ-TAB-MAN-WS (IDX-MAN-WS)
               IF SIT-TAB-RET-WS (IDX-RET-WS) = "R"
                   ADD 1 TO REJEITADOS-77
               ELSE
                   ADD 1 TO ACEITOS-77.
      *
      *    REJEICAO ANTERIOR SAI DA FILA QUANDO ESTE RETORNO ACEITA,
      *    SEM NENHUM REGISTRO RECUSADO, O PROPRIO ARQUIVO
      *    (RETRANSMITIDO) OU, NA NOTA JA REEXPORTADA, O ARQUIVO DE
      *    CORRECAO .Caa DO MESMO DIA
       BAIXA-REJEICAO.
           MOVE NOME-TAB-REJ-WS (IDX-REJ-WS) (2:17) TO NOME-BUSCA-WS
           PERFORM ACHA-NOME-RET
           IF IDX-RET-WS NOT > QTD-RET-WS
               IF SIT-TAB-RET-WS (IDX-RET-WS) = "A"
                   GO TO BAIXA-REJEICAO-010.
           IF NOT REJ-CORRIGIDA (IDX-REJ-WS)
               GO TO BAIXA-REJEICAO-EXIT.
           MOVE NOME-TAB-REJ-WS (IDX-REJ-WS) TO NOME-DIA-REJ-WS
           MOVE ".C" TO TIPO-DIA-REJ-WS
           MOVE NOME-DIA-REJ-WS (2:17) TO NOME-BUSCA-WS
           PERFORM ACHA-NOME-RET
           IF IDX-RET-WS > QTD-RET-WS
               GO TO BAIXA-REJEICAO-EXIT.
           IF SIT-TAB-RET-WS (IDX-RET-WS) NOT = "A"
               GO TO BAIXA-REJEICAO-EXIT.
       BAIXA-REJEICAO-010.
           MOVE "B" TO SIT-TAB-REJ-WS (IDX-REJ-WS)
           MOVE HOJE-NUM-WS TO DATA-SIT-TAB-REJ-WS (IDX-REJ-WS)
           ADD 1 TO BAIXADAS-77.
       BAIXA-REJEICAO-EXIT.
           EXIT.
      *
      *    REGRAVA O MANIFESTO COM A SITUACAO E A DATA DO RETORNO
       REGRAVA-MANIFESTO.
           OPEN OUTPUT ARQ-MAN
           PERFORM GRAVA-LINHA-MAN
               VARYING IDX-MAN-WS FROM 1 BY 1
               UNTIL IDX-MAN-WS > QTD-MAN-WS
           CLOSE ARQ-MAN.
      *
       GRAVA-LINHA-MAN.
           MOVE SPACES TO REGMAN-TX
           MOVE NOME-TAB-MAN-WS (IDX-MAN-WS) TO NOME-MAN-TX
           MOVE QTD-TAB-MAN-WS (IDX-MAN-WS) TO QTD-MAN-TX
           MOVE DATA-GER-TAB-MAN-WS (IDX-MAN-WS) TO DATA-GER-MAN-TX
           MOVE HORA-GER-TAB-MAN-WS (IDX-MAN-WS) TO HORA-GER-MAN-TX
           MOVE SIT-TAB-MAN-WS (IDX-MAN-WS) TO SITUACAO-MAN-TX
           MOVE REJ-TAB-MAN-WS (IDX-MAN-WS) TO REJEITADOS-MAN-TX
           MOVE HOJE-NUM-WS TO DATA-RET-MAN-TX
           WRITE REGMAN-TX.
      *
      *    PRIMEIRA PARTE DO RELATORIO: O LOTE, OS ARQUIVOS DO
      *    RETORNO FORA DO MANIFESTO E AS REJEICOES BAIXADAS
       IMPRIME-LOTE.
           MOVE SPACES TO REG-REL
           STRING "RETORNO DO SISTEMA RECEPTOR - FILIAL "
               FILIAL-LOT-WS "  PROCESSADO EM "
               DIA-HOJE-WS "/" MES-HOJE-WS "/" ANO-HOJE-WS
               DELIMITED BY SIZE INTO REG-REL
           WRITE REG-REL
           MOVE SPACES TO REG-REL
           WRITE REG-REL
           WRITE REG-REL FROM CAB-MAN-WS
           PERFORM IMPRIME-LINHA-MAN
               VARYING IDX-MAN-WS FROM 1 BY 1
               UNTIL IDX-MAN-WS > QTD-MAN-WS
           MOVE SPACES TO REG-REL
           WRITE REG-REL
           MOVE SPACES TO REG-REL
           STRING "ARQUIVOS: ACEITOS " ACEITOS-77
               "  REJEITADOS " REJEITADOS-77
               "  SEM RETORNO " SEM-RETORNO-77
               DELIMITED BY SIZE INTO REG-REL
           WRITE REG-REL
           MOVE SPACES TO REG-REL
           STRING "REGISTROS REJEITADOS NO RETORNO " REGISTROS-REJ-77
               "  NOVOS NA FILA " NOVAS-77
               "  REABERTOS " REABERTAS-77
               DELIMITED BY SIZE INTO REG-REL
           WRITE REG-REL
           PERFORM IMPRIME-FORA-MAN
               VARYING IDX-RET-WS FROM 1 BY 1
               UNTIL IDX-RET-WS > QTD-RET-WS
           MOVE SPACES TO REG-REL
           WRITE REG-REL
           MOVE SPACES TO REG-REL
           STRING "REJEICOES BAIXADAS NESTE RETORNO: " BAIXADAS-77
               DELIMITED BY SIZE INTO REG-REL
           WRITE REG-REL
           IF BAIXADAS-77 NOT = ZEROS
               WRITE REG-REL FROM CAB-REJ-WS
               PERFORM IMPRIME-BAIXADA
                   VARYING IDX-REJ-WS FROM 1 BY 1
                   UNTIL IDX-REJ-WS > QTD-REJ-WS.
      *
       IMPRIME-LINHA-MAN.
           MOVE NOME-TAB-MAN-WS (IDX-MAN-WS) TO NOME-LIN-MAN-WS
           MOVE QTD-TAB-MAN-WS (IDX-MAN-WS) TO QTD-LIN-MAN-WS
           MOVE REJ-TAB-MAN-WS (IDX-MAN-WS) TO REJ-LIN-MAN-WS
           IF SIT-TAB-MAN-WS (IDX-MAN-WS) = "A"
               MOVE "ACEITO" TO SIT-LIN-MAN-WS
           ELSE
           IF SIT-TAB-MAN-WS (IDX-MAN-WS) = "R"
               MOVE "REJEITADO" TO SIT-LIN-MAN-WS
           ELSE
               MOVE "SEM RETORNO" TO SIT-LIN-MAN-WS.
           WRITE REG-REL FROM LINHA-MAN-WS.
      *
      *    ARQUIVO DO RETORNO QUE NAO ESTA NO MANIFESTO (CORRECAO .Caa
      *    OU RETRANSMISSAO DE LOTE ANTERIOR)
       IMPRIME-FORA-MAN.
           IF NO-MAN-TAB-RET-WS (IDX-RET-WS) = "S"
               MOVE SPACES TO REG-REL
               STRING "FORA DO MANIFESTO: "
                   NOME-TAB-RET-WS (IDX-RET-WS)
                   "  SITUACAO " SIT-TAB-RET-WS (IDX-RET-WS)
                   "  REJEITADOS " REJ-TAB-RET-WS (IDX-RET-WS)
                   DELIMITED BY SIZE INTO REG-REL
               WRITE REG-REL.
      *
       IMPRIME-BAIXADA.
           IF REJ-BAIXADA (IDX-REJ-WS)
               PERFORM CALCULA-IDADE
               MOVE IDADE-WS TO IDADE-LIN-REJ-WS
               MOVE NOME-TAB-REJ-WS (IDX-REJ-WS) TO NOME-LIN-REJ-WS
               MOVE SEQ-TAB-REJ-WS (IDX-REJ-WS) TO SEQ-LIN-REJ-WS
               MOVE NOTA-TAB-REJ-WS (IDX-REJ-WS) TO NOTA-LIN-REJ-WS
               MOVE MOTIVO-TAB-REJ-WS (IDX-REJ-WS)
                   TO MOTIVO-LIN-REJ-WS
               MOVE TEXTO-TAB-REJ-WS (IDX-REJ-WS) TO TEXTO-LIN-REJ-WS
               MOVE "BAIXADA" TO ACAO-LIN-REJ-WS
               WRITE REG-REL FROM LINHA-REJ-WS.
      *
      *    IDADE EM DIAS (30/360) DA REJEICAO IDX-REJ-WS ATE HOJE
       CALCULA-IDADE.
           MOVE DATA-TAB-REJ-WS (IDX-REJ-WS) TO DATA-IDADE-NUM-WS
           COMPUTE IDADE-WS =
               ((ANO-HOJE-WS - ANO-IDADE-WS) * 360)
               + ((MES-HOJE-WS - MES-IDADE-WS) * 30)
               + (DIA-HOJE-WS - DIA-IDADE-WS)
           IF IDADE-WS < ZEROS
               MOVE ZEROS TO IDADE-WS.
      *
      *    CARGA: LIBERA AS REJEICOES QUE CONTINUAM NA FILA, COM A
      *    IDADE CONTADA DA DATA DO RETORNO QUE AS TROUXE
       100-CARGA SECTION.
       110-PREPARA.
           MOVE 0 TO IDX-REJ-WS.
       120-LIBERA.
           ADD 1 TO IDX-REJ-WS
           IF IDX-REJ-WS > QTD-REJ-WS
               GO TO 190-FIM-CARGA.
           IF REJ-BAIXADA (IDX-REJ-WS)
               GO TO 120-LIBERA.
           PERFORM CALCULA-IDADE
           MOVE FILIAL-TAB-REJ-WS (IDX-REJ-WS) TO FILIAL-SRT
           MOVE IDADE-WS TO IDADE-SRT
           MOVE NOME-TAB-REJ-WS (IDX-REJ-WS) TO NOME-SRT
           MOVE SEQ-TAB-REJ-WS (IDX-REJ-WS) TO SEQ-SRT
           MOVE NOTA-TAB-REJ-WS (IDX-REJ-WS) TO NOTA-SRT
           MOVE MOTIVO-TAB-REJ-WS (IDX-REJ-WS) TO MOTIVO-SRT
           MOVE TEXTO-TAB-REJ-WS (IDX-REJ-WS) TO TEXTO-SRT
           MOVE SIT-TAB-REJ-WS (IDX-REJ-WS) TO SIT-SRT
           RELEASE REG-SRT
           ADD 1 TO ABERTAS-77
           GO TO 120-LIBERA.
       190-FIM-CARGA.
           EXIT.
      *
      *    DEVOLUCAO: REJEICOES EM ABERTO COM QUEBRA POR FILIAL E
      *    TOTAIS POR FAIXA DE IDADE
       200-RELATORIO SECTION.
       210-PREPARA.
           MOVE "N" TO FILIAL-ABERTA-WS
           MOVE "N" TO FIM-SRT-WS
           MOVE 0 TO ATE7-GER-WS ATE30-GER-WS ALEM30-GER-WS
           MOVE 0 TO TOTAL-GER-WS
           MOVE SPACES TO REG-REL
           WRITE REG-REL
           MOVE SPACES TO REG-REL
           STRING "REJEICOES EM ABERTO POR FILIAL E IDADE (DIAS) EM "
               DIA-HOJE-WS "/" MES-HOJE-WS "/" ANO-HOJE-WS
               DELIMITED BY SIZE INTO REG-REL
           WRITE REG-REL.
       220-DEVOLVE.
           RETURN ARQ-SRT
               AT END MOVE "S" TO FIM-SRT-WS
           END-RETURN
           IF ACABOU-SRT
               IF FILIAL-ABERTA
                   PERFORM 250-FECHA-FILIAL
               END-IF
               GO TO 280-ENCERRA.
           IF FILIAL-ABERTA AND FILIAL-SRT NOT = FILIAL-ANT-WS
               PERFORM 250-FECHA-FILIAL.
           IF NOT FILIAL-ABERTA
               PERFORM 230-ABRE-FILIAL.
           ADD 1 TO TOTAL-FIL-WS
           IF IDADE-SRT NOT > 7
               ADD 1 TO ATE7-FIL-WS
           ELSE
           IF IDADE-SRT NOT > 30
               ADD 1 TO ATE30-FIL-WS
           ELSE
               ADD 1 TO ALEM30-FIL-WS.
           PERFORM 240-IMPRIME-REJ
           GO TO 220-DEVOLVE.
      *
       230-ABRE-FILIAL.
           MOVE "S" TO FILIAL-ABERTA-WS
           MOVE FILIAL-SRT TO FILIAL-ANT-WS
           MOVE 0 TO ATE7-FIL-WS ATE30-FIL-WS ALEM30-FIL-WS
           MOVE 0 TO TOTAL-FIL-WS
           MOVE SPACES TO REG-REL
           WRITE REG-REL
           MOVE SPACES TO REG-REL
           STRING "FILIAL " FILIAL-SRT
               DELIMITED BY SIZE INTO REG-REL
           WRITE REG-REL
           WRITE REG-REL FROM CAB-REJ-WS.
      *
      *    A ACAO DIZ O QUE FALTA PARA A REJEICAO SAIR DA FILA
       240-IMPRIME-REJ.
           MOVE IDADE-SRT TO IDADE-LIN-REJ-WS
           MOVE NOME-SRT TO NOME-LIN-REJ-WS
           MOVE SEQ-SRT TO SEQ-LIN-REJ-WS
           MOVE NOTA-SRT TO NOTA-LIN-REJ-WS
           MOVE MOTIVO-SRT TO MOTIVO-LIN-REJ-WS
           MOVE TEXTO-SRT TO TEXTO-LIN-REJ-WS
           MOVE NOME-SRT TO NOME-DIA-REJ-WS
           MOVE NOTA-SRT TO NOTA-CONF-WS
           PERFORM CONFERE-REEXPORTAVEL
           IF SIT-SRT = "C"
               MOVE "AGUARD.ACEITE" TO ACAO-LIN-REJ-WS
           ELSE
           IF NOTA-REEXPORTAVEL
               MOVE "REEXPORTAR" TO ACAO-LIN-REJ-WS
           ELSE
               MOVE "RETRANSMITIR" TO ACAO-LIN-REJ-WS.
           WRITE REG-REL FROM LINHA-REJ-WS.
      *
       250-FECHA-FILIAL.
           MOVE "N" TO FILIAL-ABERTA-WS
           ADD ATE7-FIL-WS TO ATE7-GER-WS
           ADD ATE30-FIL-WS TO ATE30-GER-WS
           ADD ALEM30-FIL-WS TO ALEM30-GER-WS
           ADD TOTAL-FIL-WS TO TOTAL-GER-WS
           MOVE SPACES TO ROTULO-LIN-TOT-WS
           STRING "TOTAL FILIAL " FILIAL-ANT-WS ":"
               DELIMITED BY SIZE INTO ROTULO-LIN-TOT-WS
           MOVE TOTAL-FIL-WS TO TOTAL-LIN-TOT-WS
           MOVE ATE7-FIL-WS TO ATE7-LIN-TOT-WS
           MOVE ATE30-FIL-WS TO ATE30-LIN-TOT-WS
           MOVE ALEM30-FIL-WS TO ALEM30-LIN-TOT-WS
           WRITE REG-REL FROM LINHA-TOT-WS.
      *
       280-ENCERRA.
           MOVE SPACES TO REG-REL
           WRITE REG-REL
           IF TOTAL-GER-WS = ZEROS
               MOVE "NENHUMA REJEICAO EM ABERTO" TO REG-REL
               WRITE REG-REL
           ELSE
               MOVE "TOTAL GERAL:" TO ROTULO-LIN-TOT-WS
               MOVE TOTAL-GER-WS TO TOTAL-LIN-TOT-WS
               MOVE ATE7-GER-WS TO ATE7-LIN-TOT-WS
               MOVE ATE30-GER-WS TO ATE30-LIN-TOT-WS
               MOVE ALEM30-GER-WS TO ALEM30-LIN-TOT-WS
               WRITE REG-REL FROM LINHA-TOT-WS.
           CLOSE ARQ-REL.

       290-FIM.
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
           DISPLAY (14, 29) LIDOS-77
           DISPLAY (15, 28) ACEITOS-77
           DISPLAY (15, 45) REJEITADOS-77
           DISPLAY (15, 59) SEM-RETORNO-77
           DISPLAY (16, 24) NOVAS-77
           DISPLAY (16, 39) BAIXADAS-77
           DISPLAY (16, 51) ABERTAS-77.
      *
      *    GRAVA UMA LINHA NO LOG PERSISTENTE DE EXECUCOES (CONVLOG.LOG)
       GRAVA-LOG.
           MOVE "CONVACEI" TO PROGRAMA-LOG-TX
           ACCEPT DATA-EXEC-LOG-TX FROM DATE YYYYMMDD
           ACCEPT HORA-EXEC-LOG-TX FROM TIME
           MOVE OPERADOR-EXEC-WS TO OPERADOR-LOG-TX
           ACCEPT HORA-FIM-EXEC-WS FROM TIME
           PERFORM CALCULA-DURACAO
           MOVE HORA-INI6-EXEC-WS TO HORA-INI-LOG-TX
           MOVE DURACAO-EXEC-WS TO DURACAO-LOG-TX
           MOVE SPACES TO FILTRO-LOG-TX
           STRING "DRIVE=" U-LOT-WS " RET=" U-RET-WS
               " FILIAL=" FILIAL-LOT-WS " REJ=" REJEITADOS-77
               DELIMITED BY SIZE
               INTO FILTRO-LOG-TX
           MOVE LIDOS-77 TO LIDOS-LOG-TX
           MOVE NOVAS-77 TO GRAVADOS-LOG-TX
           MOVE BAIXADAS-77 TO GRAVADOS2-LOG-TX
           MOVE "CONVACEI.REL" TO NOME-REL-ARR-WS
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
           COPY REJEIPR.
      *
           COPY DURAPR.
      *
           COPY OPERPR.
      *
           COPY ARQRPR.
      *
           COPY TRAVAPR.
