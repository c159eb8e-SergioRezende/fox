      *
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. CONVCPAB.
       AUTHOR. LUIS AUGUSTO.
      *
      *    DATA DA ALTERACAO: 10/96
      *
      *    CONTAS A PAGAR EM ABERTO POR FORNECEDOR: LE A AGENDA DA
      *    FILIAL ("x:CPff.TXT", GERADA PELO CONVPAGA), ABATE DE CADA
      *    PARCELA OS PAGAMENTOS LANCADOS NO CADPGTO ("ARQPGTO.DAT")
      *    E LISTA EM "CONVCPAB.REL", CLASSIFICADO POR FORNECEDOR E
      *    VENCIMENTO, SO O QUE CONTINUA EM ABERTO: VALOR, PAGO, SALDO
      *    E DIAS DE ATRASO NA DATA-BASE INFORMADA (DIAS COMERCIAIS
      *    30/360, COMO NO AGING DO CONVPAGA), COM TOTAL A VENCER E
      *    VENCIDO POR FORNECEDOR E GERAL. PARCELA PAGA A MAIOR SAI
      *    COM SALDO NEGATIVO, E PAGAMENTO LANCADO PARA PARCELA QUE
      *    NAO ESTA NA AGENDA E LISTADO NO FIM PARA CONFERENCIA.
      *
      *    DATA DA ALTERACAO: 10/96
      *
      *    CADA "CONVCPAB.REL" GERADO E GUARDADO NO ARQUIVO DE
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
           SELECT      ARQ-SRT    ASSIGN     TO   "CONVCPAB.SRT".
      *
           SELECT      ARQ-CP     ASSIGN     TO   DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ESTADO-CP.
      *
           SELECT      ARQ-REL    ASSIGN     TO   "CONVCPAB.REL"
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
           COPY PGTOSL.
      *
           COPY OPERSL.
      *
       DATA DIVISION.
       FILE SECTION.
      *
       SD  ARQ-SRT
           DATA      RECORD       REG-SRT.
       01  REG-SRT.
           05  FORN-SRT                      PIC 9(04).
           05  VENC-SRT                      PIC 9(08).
           05  NUMERO-SRT                    PIC 9(06).
           05  PARCELA-SRT                   PIC 9(01).
           05  VALOR-SRT                     PIC 9(13).
           05  PAGO-SRT                      PIC S9(13).
           05  SALDO-SRT                     PIC S9(13).
           05  DIAS-SRT                      PIC S9(05).
      *
      *    AGENDA DO CONTAS A PAGAR (ARQ. "x:CPff.TXT")
       FD  ARQ-CP
           LABEL     RECORD       STANDARD
           VALUE     OF FILE-ID   ARQCP-WS
           DATA      RECORD       REGCP-TX.
       01  REGCP-TX.
           05  FILIAL-CP-TX                  PIC 9(02).
           05  FORN-CP-TX                    PIC 9(04).
           05  NUMERO-CP-TX                  PIC 9(06).
           05  PARCELA-CP-TX                 PIC 9(01).
           05  VENC-CP-TX.
               10  ANO-VENC-CP-TX            PIC 9(04).
               10  MES-VENC-CP-TX            PIC 9(02).
               10  DIA-VENC-CP-TX            PIC 9(02).
           05  VALOR-CP-TX                   PIC 9(13).
       01  REG-CP                            PIC X(36).
      *
       FD  ARQ-REL
           LABEL     RECORD       STANDARD
           VALUE     OF FILE-ID   "CONVCPAB.REL"
           DATA      RECORD       REG-REL.
       01  REG-REL                           PIC X(110).
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
           COPY PGTOFD.
      *
           COPY OPERFD.
      *
       WORKING-STORAGE SECTION.
      *
       77  ESTADO-CP             PIC X(02).
       77  ESTADO-REL            PIC X(02).
       77  ESTADO-LOG            PIC X(02).
       77  ESTADO-PRM            PIC X(02).
       77  LIDOS-77        VALUE 0             PIC 9(07).
       77  GRAVADOS-77     VALUE 0             PIC 9(07).
       77  I                                   PIC 9(02).
       77  E                                   PIC 9(02).
       77  DD-MM-77        VALUE ZEROS         PIC 99/99.
       77  FIM-CP-WS                           PIC X(01).
           88  ACABOU-CP                       VALUE "S".
       77  FIM-SRT-WS                          PIC X(01).
           88  ACABOU-SRT                      VALUE "S".
       77  SEM-AGENDA-77   VALUE 0             PIC 9(05).
      *
       77  FILIAL-REL-WS                       PIC 9(02).
       01  BASE-WS                             PIC 9(04).
       01  FILLER REDEFINES BASE-WS.
           05  DIA-BASE-WS                     PIC 9(02).
           05  MES-BASE-WS                     PIC 9(02).
       77  ANO-BASE-WS     VALUE ZEROS         PIC 9(04).
      *
      *    QUEBRA POR FORNECEDOR E TOTAIS GERAIS
       77  FORN-ANT-WS     VALUE ZEROS         PIC 9(04).
       77  AVENCER-FORN-WS VALUE 0             PIC S9(13).
       77  VENCIDO-FORN-WS VALUE 0             PIC S9(13).
       77  AVENCER-TOT-WS  VALUE 0             PIC S9(13).
       77  VENCIDO-TOT-WS  VALUE 0             PIC S9(13).
      *
           COPY TELAWS.
           COPY PARMAUTO.
      *
           COPY OPERWS.
           COPY DURAWS.
           COPY FILIALVL.
           COPY PGTOVL.
      *
       01  ARQCP-WS.
           05  U-CP-WS                         PIC X(01).
           05  FILLER VALUE ":CP"              PIC X(03).
           05  FILIAL-CP-WS                    PIC 9(02).
           05  FILLER VALUE ".TXT"             PIC X(04).
           05  FILLER                          PIC X(01).
      *
       01  VENC-AUX-WS.
           05  ANO-VENC-AUX-WS                 PIC 9(04).
           05  MES-VENC-AUX-WS                 PIC 9(02).
           05  DIA-VENC-AUX-WS                 PIC 9(02).
      *
       01  LINHA-ABER-WS.
           05  FILLER  VALUE "FORN "           PIC X(05).
           05  FORN-LIN-WS                     PIC 9(04).
           05  FILLER  VALUE " NOTA "          PIC X(06).
           05  NUMERO-LIN-WS                   PIC 9(06).
           05  FILLER  VALUE "/"               PIC X(01).
           05  PARCELA-LIN-WS                  PIC 9(01).
           05  FILLER  VALUE " VENC "          PIC X(06).
           05  DIA-LIN-WS                      PIC 9(02).
           05  FILLER  VALUE "/"               PIC X(01).
           05  MES-LIN-WS                      PIC 9(02).
           05  FILLER  VALUE "/"               PIC X(01).
           05  ANO-LIN-WS                      PIC 9(04).
           05  FILLER                          PIC X(01).
           05  VALOR-LIN-WS                    PIC ZZ.ZZZ.ZZZ.ZZ9.
           05  FILLER                          PIC X(01).
           05  PAGO-LIN-WS                     PIC -Z.ZZZ.ZZZ.ZZ9.
           05  FILLER                          PIC X(01).
           05  SALDO-LIN-WS                    PIC -Z.ZZZ.ZZZ.ZZ9.
           05  FILLER  VALUE " DIAS "          PIC X(06).
           05  DIAS-LIN-WS                     PIC -ZZZZ9.
      *
       01  LINHA-TOT-WS.
           05  TITULO-TOT-WS                   PIC X(20).
           05  FILLER  VALUE " A VENCER "      PIC X(10).
           05  AVENCER-TOT-LIN-WS              PIC -ZZ.ZZZ.ZZZ.ZZ9.
           05  FILLER  VALUE " VENCIDO "       PIC X(09).
           05  VENCIDO-TOT-LIN-WS              PIC -ZZ.ZZZ.ZZZ.ZZ9.
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
           DISPLAY (5, 14) "* CONTAS A PAGAR EM ABERTO *"

           PERFORM CARREGA-FILIAL THRU CARREGA-FILIAL-EXIT
           MOVE "CONVCPAB" TO PROGRAMA-EXEC-WS
           PERFORM CARREGA-PARM THRU CARREGA-PARM-EXIT
           IF MODO-AUTO
               MOVE DRIVE-PARM-WS TO U-CP-WS
               MOVE FILIAL-INI-PARM-WS TO FILIAL-CP-WS.

           DISPLAY (9, 10) "Operador................:"
           IF NOT MODO-AUTO
               ACCEPT (, ) OPERADOR-EXEC-WS WITH PROMPT UPDATE.
           MOVE "CONVCPAB" TO PROGRAMA-ACE-WS
           MOVE MODO-AUTO-WS TO SEM-SENHA-ACE-WS
           PERFORM AUTENTICA-OPERADOR THRU AUTENTICA-OPERADOR-EXIT.

           DISPLAY (10, 10) "Informe o Drive dos arqs:"
           IF NOT MODO-AUTO
               ACCEPT (, ) U-CP-WS WITH PROMPT UPDATE
               ACCEPT ESCAPE-77 FROM ESCAPE KEY
               IF ESCAPE-77 NOT = ZEROS STOP RUN.

           DISPLAY (11, 10) "Informe a Filial .......:"
           IF NOT MODO-AUTO
               ACCEPT (, ) FILIAL-CP-WS WITH PROMPT UPDATE
               IF ESCAPE-77 NOT = ZEROS GO TO INICIO-010.
           PERFORM VARYING IDX-FIL-VL-WS FROM 1 BY 1
               UNTIL IDX-FIL-VL-WS > QTD-FILIAL-VL
               OR FILIAL-VL-WS (IDX-FIL-VL-WS) = FILIAL-CP-WS
           END-PERFORM
           IF IDX-FIL-VL-WS > QTD-FILIAL-VL
               DISPLAY (24, 10) "FILIAL INVALIDA - VERIFIQUE O NUMERO"
               IF MODO-AUTO GO TO TERMINA-ERRO-PARM END-IF
               GO TO INICIO-010.

           MOVE ZEROS TO DD-MM-77
           DISPLAY (12, 10) "Data-base (dd/mm).......:"
           IF NOT MODO-AUTO
               ACCEPT (, ) DD-MM-77 WITH PROMPT UPDATE
               IF ESCAPE-77 NOT = ZEROS GO TO INICIO-010.
           MOVE DD-MM-77 TO BASE-WS
           IF MODO-AUTO
               MOVE DIA-FIM-PARM-WS TO DIA-BASE-WS
               MOVE MES-FIM-PARM-WS TO MES-BASE-WS.
           IF DIA-BASE-WS = ZEROS
               IF MODO-AUTO GO TO TERMINA-ERRO-PARM END-IF
               GO TO INICIO-010.
           DISPLAY (12, 40) "Ano (aaaa):"
           IF NOT MODO-AUTO
               ACCEPT (12, 52) ANO-BASE-WS WITH PROMPT UPDATE
               IF ESCAPE-77 NOT = ZEROS GO TO INICIO-010.
           IF MODO-AUTO
               MOVE ANO-FIM-PARM-WS TO ANO-BASE-WS.
           IF ANO-BASE-WS = ZEROS
               IF MODO-AUTO GO TO TERMINA-ERRO-PARM END-IF
               GO TO INICIO-010.

           DISPLAY (15, 10) "PARCELAS:        EM ABERTO:"
           MOVE 0 TO LIDOS-77 GRAVADOS-77 SEM-AGENDA-77
           MOVE 0 TO AVENCER-TOT-WS VENCIDO-TOT-WS
           MOVE FILIAL-CP-WS TO FILIAL-REL-WS FILIAL-BUSCA-PGT-WS
           PERFORM CARREGA-PGTO THRU CARREGA-PGTO-EXIT
           SORT ARQ-SRT
               ON ASCENDING KEY FORN-SRT VENC-SRT NUMERO-SRT
                                PARCELA-SRT
               INPUT  PROCEDURE IS 100-CARGA
               OUTPUT PROCEDURE IS 200-RELATORIO
           DISPLAY (23, 10) "RELATORIO GRAVADO EM CONVCPAB.REL"
           PERFORM GRAVA-LOG
           IF MODO-AUTO GOBACK.
           GO TO 015-DATAS.
      *
      *    CARGA: CADA PARCELA DA AGENDA COM O PAGO ABATIDO; PARCELA
      *    LIQUIDADA (SALDO ZERO) NAO ENTRA NO RELATORIO
       100-CARGA SECTION.
       110-ABRE.
           MOVE "N" TO FIM-CP-WS
           OPEN INPUT ARQ-CP
           IF ESTADO-CP NOT = ZEROS
               DISPLAY (22, 10) "AGENDA x:CPff.TXT NAO ENCONTRADA"
               GO TO 190-FIM-CARGA.
           PERFORM 120-LE-AGENDA THRU 120-LE-AGENDA-FIM
               UNTIL ACABOU-CP
           CLOSE ARQ-CP
           GO TO 190-FIM-CARGA.
       120-LE-AGENDA.
           READ ARQ-CP AT END MOVE "S" TO FIM-CP-WS END-READ
           IF ACABOU-CP GO TO 120-LE-AGENDA-FIM.
           IF REG-CP (1:1) = "0" AND REG-CP (2:4) = "CONV"
               GO TO 120-LE-AGENDA-FIM.
           IF REG-CP (1:1) = "9" AND REG-CP (22:15) = SPACES
               GO TO 120-LE-AGENDA-FIM.
           ADD 1 TO LIDOS-77
           DISPLAY (15, 20) LIDOS-77
           MOVE FORN-CP-TX    TO FORN-BUSCA-PGT-WS FORN-SRT
           MOVE NUMERO-CP-TX  TO NUMERO-BUSCA-PGT-WS NUMERO-SRT
           MOVE PARCELA-CP-TX TO PARCELA-BUSCA-PGT-WS PARCELA-SRT
           MOVE VENC-CP-TX    TO VENC-SRT
           MOVE VALOR-CP-TX   TO VALOR-SRT
           MOVE 0 TO PAGO-SRT
           PERFORM ACHA-PGTO
           IF IDX-ACHADO-PGT-WS NOT = ZEROS
               MOVE VALOR-TAB-PGT-WS (IDX-ACHADO-PGT-WS) TO PAGO-SRT
               MOVE "S" TO USADO-TAB-PGT-WS (IDX-ACHADO-PGT-WS).
           COMPUTE SALDO-SRT = VALOR-SRT - PAGO-SRT
           IF SALDO-SRT = ZEROS
               GO TO 120-LE-AGENDA-FIM.
           COMPUTE DIAS-SRT =
               ((ANO-BASE-WS - ANO-VENC-CP-TX) * 360)
               + ((MES-BASE-WS - MES-VENC-CP-TX) * 30)
               + (DIA-BASE-WS - DIA-VENC-CP-TX)
           RELEASE REG-SRT.
       120-LE-AGENDA-FIM.
           EXIT.
       190-FIM-CARGA.
           EXIT.
      *
      *    DEVOLUCAO: LISTA AS PARCELAS EM ABERTO COM QUEBRA POR
      *    FORNECEDOR E, NO FIM, OS PAGAMENTOS SEM PARCELA NA AGENDA
       200-RELATORIO SECTION.
       210-PREPARA.
           OPEN OUTPUT ARQ-REL
           MOVE SPACES TO REG-REL
           STRING "CONTAS A PAGAR EM ABERTO - FILIAL " FILIAL-REL-WS
               " NA DATA " DIA-BASE-WS "/" MES-BASE-WS "/" ANO-BASE-WS
               DELIMITED BY SIZE INTO REG-REL
           WRITE REG-REL
           MOVE ZEROS TO FORN-ANT-WS
           MOVE 0 TO AVENCER-FORN-WS VENCIDO-FORN-WS
           MOVE "N" TO FIM-SRT-WS.
       220-DEVOLVE.
           RETURN ARQ-SRT
               AT END MOVE "S" TO FIM-SRT-WS
           END-RETURN
           IF ACABOU-SRT
               PERFORM 250-FECHA-FORN THRU 250-FECHA-FORN-FIM
               GO TO 280-ENCERRA.
           IF FORN-SRT NOT = FORN-ANT-WS
               PERFORM 250-FECHA-FORN THRU 250-FECHA-FORN-FIM
               MOVE FORN-SRT TO FORN-ANT-WS.
           MOVE FORN-SRT TO FORN-LIN-WS
           MOVE NUMERO-SRT TO NUMERO-LIN-WS
           MOVE PARCELA-SRT TO PARCELA-LIN-WS
           MOVE VENC-SRT TO VENC-AUX-WS
           MOVE DIA-VENC-AUX-WS TO DIA-LIN-WS
           MOVE MES-VENC-AUX-WS TO MES-LIN-WS
           MOVE ANO-VENC-AUX-WS TO ANO-LIN-WS
           MOVE VALOR-SRT TO VALOR-LIN-WS
           MOVE PAGO-SRT TO PAGO-LIN-WS
           MOVE SALDO-SRT TO SALDO-LIN-WS
           MOVE DIAS-SRT TO DIAS-LIN-WS
           WRITE REG-REL FROM LINHA-ABER-WS
           ADD 1 TO GRAVADOS-77
           DISPLAY (15, 38) GRAVADOS-77
           IF DIAS-SRT > ZEROS
               ADD SALDO-SRT TO VENCIDO-FORN-WS
           ELSE
               ADD SALDO-SRT TO AVENCER-FORN-WS.
           GO TO 220-DEVOLVE.
      *
      *    TOTAL DO FORNECEDOR ANTERIOR
       250-FECHA-FORN.
           IF FORN-ANT-WS = ZEROS
               GO TO 250-FECHA-FORN-FIM.
           MOVE SPACES TO TITULO-TOT-WS
           STRING "  TOTAL FORN " FORN-ANT-WS
               DELIMITED BY SIZE INTO TITULO-TOT-WS
           MOVE AVENCER-FORN-WS TO AVENCER-TOT-LIN-WS
           MOVE VENCIDO-FORN-WS TO VENCIDO-TOT-LIN-WS
           WRITE REG-REL FROM LINHA-TOT-WS
           MOVE SPACES TO REG-REL
           WRITE REG-REL
           ADD AVENCER-FORN-WS TO AVENCER-TOT-WS
           ADD VENCIDO-FORN-WS TO VENCIDO-TOT-WS
           MOVE 0 TO AVENCER-FORN-WS VENCIDO-FORN-WS.
       250-FECHA-FORN-FIM.
           EXIT.
       280-ENCERRA.
           MOVE "TOTAL GERAL" TO TITULO-TOT-WS
           MOVE AVENCER-TOT-WS TO AVENCER-TOT-LIN-WS
           MOVE VENCIDO-TOT-WS TO VENCIDO-TOT-LIN-WS
           WRITE REG-REL FROM LINHA-TOT-WS
           MOVE SPACES TO REG-REL
           WRITE REG-REL
           MOVE "PAGAMENTOS SEM PARCELA NA AGENDA:" TO REG-REL
           WRITE REG-REL
           PERFORM 285-SEM-AGENDA
               VARYING IDX-PGT-WS FROM 1 BY 1
               UNTIL IDX-PGT-WS > QTD-PGTO-WS
           IF DESCARTADOS-PGT-77 NOT = ZEROS
               MOVE SPACES TO REG-REL
               STRING "ESTOURO TABELA DE PAGAMENTOS: "
                   DESCARTADOS-PGT-77 " FORA - RELATORIO INCOMPLETO"
                   DELIMITED BY SIZE INTO REG-REL
               WRITE REG-REL
               DISPLAY (22, 10) "ESTOURO DE TABELA - VEJA RELATORIO".
           CLOSE ARQ-REL
           GO TO 290-FIM.
       285-SEM-AGENDA.
           IF USADO-TAB-PGT-WS (IDX-PGT-WS) = "N"
               MOVE SPACES TO LINHA-ABER-WS
               MOVE FORN-TAB-PGT-WS (IDX-PGT-WS) TO FORN-LIN-WS
               MOVE NUMERO-TAB-PGT-WS (IDX-PGT-WS) TO NUMERO-LIN-WS
               MOVE PARCELA-TAB-PGT-WS (IDX-PGT-WS) TO PARCELA-LIN-WS
               MOVE VALOR-TAB-PGT-WS (IDX-PGT-WS) TO PAGO-LIN-WS
               WRITE REG-REL FROM LINHA-ABER-WS
               ADD 1 TO SEM-AGENDA-77.
       290-FIM.
           EXIT.
      *
      *    GRAVA UMA LINHA NO LOG PERSISTENTE DE EXECUCOES (CONVLOG.LOG)
       GRAVA-LOG.
           MOVE "CONVCPAB" TO PROGRAMA-LOG-TX
           ACCEPT DATA-EXEC-LOG-TX FROM DATE YYYYMMDD
           ACCEPT HORA-EXEC-LOG-TX FROM TIME
           MOVE OPERADOR-EXEC-WS TO OPERADOR-LOG-TX
           ACCEPT HORA-FIM-EXEC-WS FROM TIME
           PERFORM CALCULA-DURACAO
           MOVE HORA-INI6-EXEC-WS TO HORA-INI-LOG-TX
           MOVE DURACAO-EXEC-WS TO DURACAO-LOG-TX
           MOVE SPACES TO FILTRO-LOG-TX
           STRING "FILIAL=" FILIAL-REL-WS " BASE=" BASE-WS
               " SEM AGENDA=" SEM-AGENDA-77
               DELIMITED BY SIZE
               INTO FILTRO-LOG-TX
           MOVE LIDOS-77 TO LIDOS-LOG-TX
           MOVE GRAVADOS-77 TO GRAVADOS-LOG-TX
           MOVE SEM-AGENDA-77 TO GRAVADOS2-LOG-TX
           MOVE "CONVCPAB.REL" TO NOME-REL-ARR-WS
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
           COPY PGTOPR.
      *
           COPY DURAPR.
      *
           COPY OPERPR.
      *
           COPY ARQRPR.
      *
           COPY TRAVAPR.
