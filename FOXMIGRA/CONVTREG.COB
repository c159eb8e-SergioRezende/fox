      *
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. CONVTREG.
       AUTHOR. LUIS AUGUSTO.
      *
      *    DATA DA ALTERACAO: 10/96
      *
      *    PENDENCIAS DA COBRANCA REGISTRADA: LE O CONTROLE POR
      *    TITULO ("ARQTITRG.DAT"), ALIMENTADO PELA REMESSA (CONVREME)
      *    E PELO RETORNO (CONVRETO), DE UMA FILIAL OU DE TODAS
      *    (FILIAL 00), E LISTA EM "CONVTREG.REL" TRES GRUPOS: OS
      *    TITULOS ENVIADOS QUE O BANCO NAO CONFIRMOU HA N DIAS OU
      *    MAIS (PADRAO 5), OS TITULOS COM ENTRADA REJEITADA, COM O
      *    MOTIVO DADO PELO BANCO, E AS INSTRUCOES (ALTERACAO DE
      *    VENCIMENTO, ABATIMENTO, PEDIDO DE BAIXA) SEM CONFIRMACAO
      *    HA N DIAS OU MAIS OU REJEITADAS. TITULO NAO REGISTRADO NO
      *    BANCO E COBRANCA QUE NAO EXISTE. DIAS CONTADOS EM DIAS
      *    COMERCIAIS (30/360), COMO NO CONVCOMP.
      *
      *    DATA DA ALTERACAO: 10/96
      *
      *    CADA "CONVTREG.REL" GERADO E GUARDADO NO ARQUIVO DE
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
           SELECT      ARQ-REL    ASSIGN     TO   "CONVTREG.REL"
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
           COPY TITRGSL.
      *
           COPY FILIALSL.
      *
           COPY OPERSL.
      *
       DATA DIVISION.
       FILE SECTION.
      *
       FD  ARQ-REL
           LABEL     RECORD       STANDARD
           VALUE     OF FILE-ID   "CONVTREG.REL"
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
           COPY TITRGFD.
      *
           COPY FILIALFD.
      *
           COPY OPERFD.
      *
       WORKING-STORAGE SECTION.
      *
       77  ESTADO-REL            PIC X(02).
       77  ESTADO-LOG            PIC X(02).
       77  ESTADO-PRM            PIC X(02).
       77  LIDOS-77        VALUE 0             PIC 9(07).
       77  SEM-CONF-77     VALUE 0             PIC 9(05).
       77  REJEITADOS-77   VALUE 0             PIC 9(05).
       77  INSTR-PEND-77   VALUE 0             PIC 9(05).
       77  INSTR-REJ-77    VALUE 0             PIC 9(05).
       77  LISTADOS-77     VALUE 0             PIC 9(05).
       77  I                                   PIC 9(02).
       77  E                                   PIC 9(02).
      *
      *    FILIAL (00 = TODAS) E CORTE EM DIAS SEM RESPOSTA DO BANCO
       77  FILIAL-TREG-WS                      PIC 9(02).
       77  DIAS-TREG-WS    VALUE 5             PIC 9(03).
      *
      *    GRUPO EM IMPRESSAO: "S" = SEM CONFIRMACAO, "R" =
      *    REJEITADOS, "I" = INSTRUCOES
       77  GRUPO-TREG-WS                       PIC X(01).
      *
      *    DIAS COMERCIAIS (30/360) ENTRE A DATA DA LINHA E HOJE
       01  HOJE-WS.
           05  ANO-HOJE-WS                     PIC 9(04).
           05  MES-HOJE-WS                     PIC 9(02).
           05  DIA-HOJE-WS                     PIC 9(02).
       01  DATA-CALC-WS.
           05  ANO-CALC-WS                     PIC 9(04).
           05  MES-CALC-WS                     PIC 9(02).
           05  DIA-CALC-WS                     PIC 9(02).
       01  FILLER REDEFINES DATA-CALC-WS.
           05  DATA-CALC-N-WS                  PIC 9(08).
       77  DIAS-CALC-WS                        PIC S9(05).
      *
      *    LINHA DO RELATORIO (DATA EDITADA DE AAAAMMDD PARA
      *    DD/MM/AAAA)
       01  DATA-ED-WS.
           05  DIA-ED-WS                       PIC 9(02).
           05  MES-ED-WS                       PIC 9(02).
           05  ANO-ED-WS                       PIC 9(04).
       01  FILLER REDEFINES DATA-ED-WS.
           05  DATA-ED-N-WS                    PIC 9(08).
       01  LINHA-TREG-WS.
           05  FILLER                          PIC X(02) VALUE SPACES.
           05  FILLER  VALUE "FIL "            PIC X(04).
           05  FILIAL-LIN-WS                   PIC 9(02).
           05  FILLER  VALUE " BCO "           PIC X(05).
           05  BANCO-LIN-WS                    PIC 9(03).
           05  FILLER  VALUE " DUP "           PIC X(05).
           05  DUPL-LIN-WS                     PIC 9(08).
           05  ROTULO-LIN-WS                   PIC X(07).
           05  DATA-LIN-WS                     PIC 99/99/9999.
           05  FILLER  VALUE " DIAS "          PIC X(06).
           05  DIAS-LIN-WS                     PIC ZZZZ9.
           05  FILLER                          PIC X(01) VALUE SPACES.
           05  COMPL-LIN-WS                    PIC X(42).
       77  TIPO-INS-LIN-WS                     PIC X(15).
      *
           COPY TITRGVL.
      *
           COPY TELAWS.
           COPY PARMAUTO.
      *
           COPY OPERWS.
           COPY DURAWS.
           COPY FILIALVL.
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
           DISPLAY (5, 10) "* PENDENCIAS DA COBRANCA REGISTRADA *"

           PERFORM CARREGA-FILIAL THRU CARREGA-FILIAL-EXIT
           MOVE "CONVTREG" TO PROGRAMA-EXEC-WS
           PERFORM CARREGA-PARM THRU CARREGA-PARM-EXIT
           IF MODO-AUTO
               MOVE FILIAL-INI-PARM-WS TO FILIAL-TREG-WS.

           DISPLAY (9, 10) "Operador................:"
           IF NOT MODO-AUTO
               ACCEPT (, ) OPERADOR-EXEC-WS WITH PROMPT UPDATE.
           MOVE "CONVTREG" TO PROGRAMA-ACE-WS
           MOVE MODO-AUTO-WS TO SEM-SENHA-ACE-WS
           PERFORM AUTENTICA-OPERADOR THRU AUTENTICA-OPERADOR-EXIT.

           DISPLAY (11, 10) "Filial (00 = todas).....:"
           IF NOT MODO-AUTO
               ACCEPT (, ) FILIAL-TREG-WS WITH PROMPT UPDATE
               ACCEPT ESCAPE-77 FROM ESCAPE KEY
               IF ESCAPE-77 NOT = ZEROS STOP RUN.
           PERFORM VARYING IDX-FIL-VL-WS FROM 1 BY 1
               UNTIL IDX-FIL-VL-WS > QTD-FILIAL-VL
               OR FILIAL-VL-WS (IDX-FIL-VL-WS) = FILIAL-TREG-WS
           END-PERFORM
           IF IDX-FIL-VL-WS > QTD-FILIAL-VL AND FILIAL-TREG-WS > 0
               DISPLAY (24, 10) "FILIAL INVALIDA - VERIFIQUE O NUMERO"
               IF MODO-AUTO GO TO TERMINA-ERRO-PARM END-IF
               GO TO INICIO-010.

      *    CORTE EM DIAS (FILTRO 1-3 NO MODO NAO ASSISTIDO; EM BRANCO
      *    OU ZEROS = 5)
           MOVE 5 TO DIAS-TREG-WS
           DISPLAY (12, 10) "Dias sem resposta (005).:"
           IF NOT MODO-AUTO
               ACCEPT (, ) DIAS-TREG-WS WITH PROMPT UPDATE
               IF ESCAPE-77 NOT = ZEROS GO TO INICIO-010.
           IF MODO-AUTO AND FILTRO-PARM-WS (1:3) NUMERIC
               MOVE FILTRO-PARM-WS (1:3) TO DIAS-TREG-WS.
           IF DIAS-TREG-WS = ZEROS
               MOVE 5 TO DIAS-TREG-WS.

           DISPLAY (15, 10) "TITULOS NO CONTROLE:        LISTADOS:"
           MOVE 0 TO LIDOS-77 SEM-CONF-77 REJEITADOS-77 LISTADOS-77
           MOVE 0 TO INSTR-PEND-77 INSTR-REJ-77
           ACCEPT HOJE-WS FROM DATE YYYYMMDD
           PERFORM CARREGA-TITRG THRU CARREGA-TITRG-EXIT
           MOVE QTD-TITRG-WS TO LIDOS-77
           DISPLAY (15, 31) LIDOS-77
           PERFORM IMPRIME-RELATORIO
           DISPLAY (15, 48) LISTADOS-77
           DISPLAY (23, 10) "RELACAO GRAVADA EM CONVTREG.REL"
           PERFORM GRAVA-LOG
           IF MODO-AUTO GOBACK.
           GO TO 015-DATAS.
      *
      *    OS TRES GRUPOS DO RELATORIO, UMA VARREDURA DO CONTROLE
      *    PARA CADA UM, E OS TOTAIS
       IMPRIME-RELATORIO.
           OPEN OUTPUT ARQ-REL
           MOVE SPACES TO REG-REL
           STRING "PENDENCIAS DA COBRANCA REGISTRADA - FILIAL "
               FILIAL-TREG-WS " - EM " DIA-HOJE-WS "/" MES-HOJE-WS
               "/" ANO-HOJE-WS " - CORTE " DIAS-TREG-WS " DIAS"
               DELIMITED BY SIZE INTO REG-REL
           WRITE REG-REL

           MOVE SPACES TO REG-REL
           WRITE REG-REL
           MOVE SPACES TO REG-REL
           STRING "TITULOS ENVIADOS SEM CONFIRMACAO DO BANCO HA "
               DIAS-TREG-WS " DIAS OU MAIS"
               DELIMITED BY SIZE INTO REG-REL
           WRITE REG-REL
           MOVE "S" TO GRUPO-TREG-WS
           PERFORM IMPRIME-TITULO THRU IMPRIME-TITULO-EXIT
               VARYING IDX-TRG-WS FROM 1 BY 1
               UNTIL IDX-TRG-WS > QTD-TITRG-WS

           MOVE SPACES TO REG-REL
           WRITE REG-REL
           MOVE "TITULOS COM ENTRADA REJEITADA PELO BANCO" TO REG-REL
           WRITE REG-REL
           MOVE "R" TO GRUPO-TREG-WS
           PERFORM IMPRIME-TITULO THRU IMPRIME-TITULO-EXIT
               VARYING IDX-TRG-WS FROM 1 BY 1
               UNTIL IDX-TRG-WS > QTD-TITRG-WS

           MOVE SPACES TO REG-REL
           WRITE REG-REL
           MOVE SPACES TO REG-REL
           STRING "INSTRUCOES SEM CONFIRMACAO DO BANCO HA "
               DIAS-TREG-WS " DIAS OU MAIS E INSTRUCOES REJEITADAS"
               DELIMITED BY SIZE INTO REG-REL
           WRITE REG-REL
           MOVE "I" TO GRUPO-TREG-WS
           PERFORM IMPRIME-TITULO THRU IMPRIME-TITULO-EXIT
               VARYING IDX-TRG-WS FROM 1 BY 1
               UNTIL IDX-TRG-WS > QTD-TITRG-WS

           MOVE SPACES TO REG-REL
           WRITE REG-REL
           MOVE SPACES TO REG-REL
           STRING "TITULOS NO CONTROLE: " LIDOS-77
               "  SEM CONFIRMACAO: " SEM-CONF-77
               "  REJEITADOS: " REJEITADOS-77
               DELIMITED BY SIZE INTO REG-REL
           WRITE REG-REL
           MOVE SPACES TO REG-REL
           STRING "INSTRUCOES SEM CONFIRMACAO: " INSTR-PEND-77
               "  INSTRUCOES REJEITADAS: " INSTR-REJ-77
               DELIMITED BY SIZE INTO REG-REL
           WRITE REG-REL
           IF DESCARTADOS-TRG-77 NOT = ZEROS
               MOVE SPACES TO REG-REL
               STRING "ESTOURO DA TABELA DO CONTROLE: "
                   DESCARTADOS-TRG-77 " TITULOS FORA DA RELACAO"
                   DELIMITED BY SIZE INTO REG-REL
               WRITE REG-REL.
           CLOSE ARQ-REL.
      *
      *    UMA LINHA DO CONTROLE NO GRUPO EM IMPRESSAO
       IMPRIME-TITULO.
           IF FILIAL-TREG-WS NOT = ZEROS
               AND FILIAL-TAB-TRG-WS (IDX-TRG-WS) NOT = FILIAL-TREG-WS
               GO TO IMPRIME-TITULO-EXIT.
           IF GRUPO-TREG-WS = "S"
               GO TO IMPRIME-TITULO-SEM-CONF.
           IF GRUPO-TREG-WS = "R"
               GO TO IMPRIME-TITULO-REJEITADO.
      *
      *    INSTRUCAO PENDENTE HA N DIAS OU MAIS, OU REJEITADA
           IF NOT TRG-INS-PENDENTE (IDX-TRG-WS)
               AND NOT TRG-INS-REJEITADA (IDX-TRG-WS)
               GO TO IMPRIME-TITULO-EXIT.
           MOVE ENV-INS-TAB-TRG-WS (IDX-TRG-WS) TO DATA-CALC-N-WS
           PERFORM CALCULA-DIAS
           IF TRG-INS-PENDENTE (IDX-TRG-WS)
               AND DIAS-CALC-WS < DIAS-TREG-WS
               GO TO IMPRIME-TITULO-EXIT.
           MOVE " INSTR " TO ROTULO-LIN-WS
           PERFORM MONTA-LINHA
           MOVE "PEDIDO DE BAIXA" TO TIPO-INS-LIN-WS
           IF TIPO-INS-TAB-TRG-WS (IDX-TRG-WS) = "V"
               MOVE "ALT.VENCIMENTO" TO TIPO-INS-LIN-WS.
           IF TIPO-INS-TAB-TRG-WS (IDX-TRG-WS) = "A"
               MOVE "ABATIMENTO" TO TIPO-INS-LIN-WS.
           IF TRG-INS-PENDENTE (IDX-TRG-WS)
               STRING TIPO-INS-LIN-WS " SEM CONFIRMACAO"
                   DELIMITED BY SIZE INTO COMPL-LIN-WS
               ADD 1 TO INSTR-PEND-77
           ELSE
               STRING TIPO-INS-LIN-WS " REJEITADA "
                   MOTIVO-INS-TAB-TRG-WS (IDX-TRG-WS)
                   DELIMITED BY SIZE INTO COMPL-LIN-WS
               ADD 1 TO INSTR-REJ-77.
           GO TO IMPRIME-TITULO-GRAVA.
      *
       IMPRIME-TITULO-SEM-CONF.
           IF NOT TRG-ENVIADO (IDX-TRG-WS)
               GO TO IMPRIME-TITULO-EXIT.
           MOVE ENVIO-TAB-TRG-WS (IDX-TRG-WS) TO DATA-CALC-N-WS
           PERFORM CALCULA-DIAS
           IF DIAS-CALC-WS < DIAS-TREG-WS
               GO TO IMPRIME-TITULO-EXIT.
           MOVE " ENVIO " TO ROTULO-LIN-WS
           PERFORM MONTA-LINHA
           MOVE "SEM CONFIRMACAO DE ENTRADA" TO COMPL-LIN-WS
           ADD 1 TO SEM-CONF-77
           GO TO IMPRIME-TITULO-GRAVA.
      *
       IMPRIME-TITULO-REJEITADO.
           IF NOT TRG-REJEITADO (IDX-TRG-WS)
               GO TO IMPRIME-TITULO-EXIT.
           MOVE MUDANCA-TAB-TRG-WS (IDX-TRG-WS) TO DATA-CALC-N-WS
           PERFORM CALCULA-DIAS
           MOVE " REJEI " TO ROTULO-LIN-WS
           PERFORM MONTA-LINHA
           STRING "OCORR " OCORR-TAB-TRG-WS (IDX-TRG-WS)
               " MOTIVO " MOTIVO-TAB-TRG-WS (IDX-TRG-WS)
               DELIMITED BY SIZE INTO COMPL-LIN-WS
           ADD 1 TO REJEITADOS-77.
      *
       IMPRIME-TITULO-GRAVA.
           WRITE REG-REL FROM LINHA-TREG-WS
           ADD 1 TO LISTADOS-77.
       IMPRIME-TITULO-EXIT.
           EXIT.
      *
      *    CHAVE, DATA (JA EM DATA-CALC-WS) E DIAS NA LINHA
       MONTA-LINHA.
           MOVE FILIAL-TAB-TRG-WS (IDX-TRG-WS) TO FILIAL-LIN-WS
           MOVE BANCO-TAB-TRG-WS (IDX-TRG-WS) TO BANCO-LIN-WS
           MOVE DUPL-TAB-TRG-WS (IDX-TRG-WS) TO DUPL-LIN-WS
           MOVE DIA-CALC-WS TO DIA-ED-WS
           MOVE MES-CALC-WS TO MES-ED-WS
           MOVE ANO-CALC-WS TO ANO-ED-WS
           MOVE DATA-ED-N-WS TO DATA-LIN-WS
           IF DIAS-CALC-WS < ZEROS
               MOVE ZEROS TO DIAS-LIN-WS
           ELSE
               MOVE DIAS-CALC-WS TO DIAS-LIN-WS.
           MOVE SPACES TO COMPL-LIN-WS.
      *
      *    DIAS COMERCIAIS (30/360) DE DATA-CALC-WS ATE HOJE
       CALCULA-DIAS.
           COMPUTE DIAS-CALC-WS =
               ((ANO-HOJE-WS - ANO-CALC-WS) * 360)
               + ((MES-HOJE-WS - MES-CALC-WS) * 30)
               + (DIA-HOJE-WS - DIA-CALC-WS).
      *
      *    GRAVA UMA LINHA NO LOG PERSISTENTE DE EXECUCOES (CONVLOG.LOG)
       GRAVA-LOG.
           MOVE "CONVTREG" TO PROGRAMA-LOG-TX
           ACCEPT DATA-EXEC-LOG-TX FROM DATE YYYYMMDD
           ACCEPT HORA-EXEC-LOG-TX FROM TIME
           MOVE OPERADOR-EXEC-WS TO OPERADOR-LOG-TX
           ACCEPT HORA-FIM-EXEC-WS FROM TIME
           PERFORM CALCULA-DURACAO
           MOVE HORA-INI6-EXEC-WS TO HORA-INI-LOG-TX
           MOVE DURACAO-EXEC-WS TO DURACAO-LOG-TX
           MOVE SPACES TO FILTRO-LOG-TX
           STRING "FILIAL=" FILIAL-TREG-WS " DIAS=" DIAS-TREG-WS
               " LISTADOS=" LISTADOS-77
               DELIMITED BY SIZE
               INTO FILTRO-LOG-TX
           MOVE LIDOS-77 TO LIDOS-LOG-TX
           MOVE LISTADOS-77 TO GRAVADOS-LOG-TX
           MOVE REJEITADOS-77 TO GRAVADOS2-LOG-TX
           MOVE "CONVTREG.REL" TO NOME-REL-ARR-WS
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
           PERFORM LE-PRM THRU LE-PRM-EXIT UNTIL ACABOU-PRM OR MODO-AUTO
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
           COPY TITRGPR.
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
