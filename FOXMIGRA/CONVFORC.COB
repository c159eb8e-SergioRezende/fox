      *
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. CONVFORC.
       AUTHOR. LUIS AUGUSTO.
      *
      *    DATA DA ALTERACAO: 10/96
      *
      *    FORNECEDORES SEM CADASTRO COMPLEMENTAR: PERCORRE DIA A DIA
      *    OS CABECALHOS DE ENTRADA (x:MVddmmff.Eaa) DOS DOZE MESES
      *    ATE A DATA-BASE, DE UMA FILIAL OU DE TODAS AS ATIVAS
      *    (FILIAL 00), E LISTA EM "CONVFORC.REL" OS FORNECEDORES COM
      *    ENTRADA NO PERIODO QUE NAO TEM LINHA NO "ARQFORC.DAT"
      *    (CADFORC), DO MAIOR VALOR COMPRADO PARA O MENOR, COM A
      *    QUANTIDADE DE ENTRADAS E A DATA DA ULTIMA - A ORDEM EM QUE
      *    COMPRAS DEVE IR COMPLETANDO AS FICHAS. NOMES VEM DO
      *    x:ARQFORN.TXT DO CONVFORN. DATA-BASE ZERADA = HOJE.
      *
      *    DATA DA ALTERACAO: 10/96
      *
      *    CADA "CONVFORC.REL" GERADO E GUARDADO NO ARQUIVO DE
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
           SELECT      ARQ-NT     ASSIGN     TO   DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ESTADO.
      *
           SELECT      ARQ-REL    ASSIGN     TO   "CONVFORC.REL"
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
           COPY FORCSL.
      *
           COPY FILIALSL.
      *
           COPY OPERSL.
      *
       DATA DIVISION.
       FILE SECTION.
      *
      *    ARQUIVO GERADO EM LEITURA (CABECALHO .Eaa OU CADASTRO DE
      *    FORNECEDORES .TXT, CONFORME A FASE)
       FD  ARQ-NT
           LABEL     RECORD       STANDARD
           VALUE     OF FILE-ID   ARQNT-WS
           DATA      RECORD       REG-NT.
       01  REG-NT                            PIC X(200).
      *    CABECALHO DE ENTRADA (CONVENTR)
       01  REG-NT-ENT.
           05  FILLER                        PIC X(03).
           05  FORN-ENT-NT                   PIC 9(04).
           05  FILLER                        PIC X(24).
           05  TOTAL-ENT-NT                  PIC 9(13).
      *    FORNECEDOR (CONVFORN)
       01  REG-NT-FORN.
           05  COD-FORN-NT                   PIC 9(04).
           05  DESC-FORN-NT                  PIC X(39).
      *
       FD  ARQ-REL
           LABEL     RECORD       STANDARD
           VALUE     OF FILE-ID   "CONVFORC.REL"
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
           COPY FORCFD.
      *
           COPY FILIALFD.
      *
           COPY OPERFD.
      *
       WORKING-STORAGE SECTION.
      *
       77  ESTADO                PIC X(02).
       77  ESTADO-REL            PIC X(02).
       77  ESTADO-LOG            PIC X(02).
       77  ESTADO-PRM            PIC X(02).
       77  LIDOS-77        VALUE 0             PIC 9(07).
       77  LISTADOS-77     VALUE 0             PIC 9(05).
       77  COMPLETOS-77    VALUE 0             PIC 9(05).
       77  DD-MM-77        VALUE ZEROS         PIC 99/99.
       77  I                                   PIC 9(02).
       77  E                                   PIC 9(02).
       77  FIM-NT-WS                           PIC X(01).
           88  ACABOU-NT                       VALUE "S".
       77  FASE-WS                             PIC 9(01).
      *        1 = CABECALHOS   2 = FORNECEDORES
      *
       01  INICIAL-WS                          PIC 9(04).
       01  FILLER REDEFINES INICIAL-WS.
           05  DIA-INI-WS                      PIC 9(02).
           05  MES-INI-WS                      PIC 9(02).
       01  FINAL-WS                            PIC 9(04).
       01  FILLER REDEFINES FINAL-WS.
           05  DIA-FIM-WS                      PIC 9(02).
           05  MES-FIM-WS                      PIC 9(02).
       01  ANO-INI-WS      VALUE ZEROS         PIC 9(04).
       01  FILLER REDEFINES ANO-INI-WS.
           05  FILLER                          PIC 9(02).
           05  ANO2-INI-WS                     PIC 9(02).
       01  ANO-FIM-WS      VALUE ZEROS         PIC 9(04).
       01  MESDIA-INI-WS.
           05  ANO-CORTE-INI-WS                PIC 9(04).
           05  MES-CORTE-INI-WS                PIC 9(02).
           05  DIA-CORTE-INI-WS                PIC 9(02).
       01  MESDIA-FIM-WS.
           05  ANO-CORTE-FIM-WS                PIC 9(04).
           05  MES-CORTE-FIM-WS                PIC 9(02).
           05  DIA-CORTE-FIM-WS                PIC 9(02).
       77  SALVA-INICIAL-WS                    PIC 9(04).
       77  SALVA-ANO-WS                        PIC 9(04).
       01  HOJE-WS.
           05  ANO-HOJE-WS                     PIC 9(04).
           05  MES-HOJE-WS                     PIC 9(02).
           05  DIA-HOJE-WS                     PIC 9(02).
      *
      *    CALENDARIO REAL PARA O AVANCO DIA A DIA
       01  DIAS-MES-VL-WS  PIC X(24) VALUE "312831303130313130313031".
       01  FILLER REDEFINES DIAS-MES-VL-WS.
           05  DIAS-MES-VL OCCURS 12 TIMES     PIC 9(02).
       77  MES-CAL-WS                          PIC 9(02).
       77  ANO-CAL-WS                          PIC 9(04).
       77  ULT-DIA-MES-WS                      PIC 9(02).
       77  QUOC-BISS-WS                        PIC 9(04).
       77  RESTO-BISS-WS                       PIC 9(04).
      *
      *    ACUMULADO POR FORNECEDOR COM ENTRADA NO PERIODO
       77  QTD-FRN-WS      VALUE 0             PIC 9(04).
       77  IDX-FRN-WS                          PIC 9(04).
       77  FORN-BUSCA-WS                       PIC 9(04).
       77  DESCARTADOS-FRN-77 VALUE 0          PIC 9(05).
       01  TAB-FRN-WS.
           05  TAB-FRN-ITEM OCCURS 2000 TIMES.
               10  COD-FRN-WS                  PIC 9(04).
               10  NOME-FRN-WS                 PIC X(39).
               10  ENTRADAS-FRN-WS             PIC 9(07).
               10  VALOR-FRN-WS                PIC 9(15).
               10  ULTIMA-FRN-WS               PIC 9(08).
               10  FILIAL-FRN-WS               PIC 9(02).
               10  IMPRESSO-FRN-WS             PIC X(01).
       77  MAIOR-IDX-WS                        PIC 9(04).
       77  TOTAL-SEM-WS    VALUE 0             PIC 9(15).
      *
       01  ULTIMA-ED-WS.
           05  ANO-ULT-ED-WS                   PIC 9(04).
           05  MES-ULT-ED-WS                   PIC 9(02).
           05  DIA-ULT-ED-WS                   PIC 9(02).
       01  LINHA-FORC-WS.
           05  FORN-LIN-WS                     PIC 9(04).
           05  FILLER                          PIC X(01) VALUE SPACE.
           05  NOME-LIN-WS                     PIC X(30).
           05  FILLER  VALUE " ENTR "          PIC X(06).
           05  ENTR-LIN-WS                     PIC ZZZ.ZZ9.
           05  FILLER  VALUE " VALOR "         PIC X(07).
           05  VALOR-LIN-WS                    PIC ZZZ.ZZZ.ZZZ.ZZ9.
           05  FILLER  VALUE " ULTIMA "        PIC X(08).
           05  DIA-LIN-WS                      PIC 9(02).
           05  FILLER  VALUE "/"               PIC X(01).
           05  MES-LIN-WS                      PIC 9(02).
           05  FILLER  VALUE "/"               PIC X(01).
           05  ANO-LIN-WS                      PIC 9(04).
           05  FILLER  VALUE " FIL "           PIC X(05).
           05  FILIAL-LIN-WS                   PIC 9(02).
      *
           COPY FORCVL.
      *
           COPY TELAWS.
           COPY PARMAUTO.
      *
           COPY OPERWS.
           COPY DURAWS.
           COPY FILIALVL.
      *
       01  ARQNT-WS                            PIC X(14).
       01  ARQDIA-WS.
           05  U-DIA-WS                        PIC X(01).
           05  PREF-DIA-WS                     PIC X(03).
           05  DATA-DIA-WS                     PIC 9(04).
           05  FILIAL-DIA-WS                   PIC 9(02).
           05  FILLER VALUE ".E"               PIC X(02).
           05  ANO-DIA-WS                      PIC 9(02).
       77  U-FORC-WS                           PIC X(01).
       77  FILIAL-FORC-WS                      PIC 9(02).
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
           DISPLAY (5, 10) "* FORNECEDORES SEM CADASTRO COMPLEMENTAR *"

           PERFORM CARREGA-FILIAL THRU CARREGA-FILIAL-EXIT
           MOVE "CONVFORC" TO PROGRAMA-EXEC-WS
           PERFORM CARREGA-PARM THRU CARREGA-PARM-EXIT
           IF MODO-AUTO
               MOVE DRIVE-PARM-WS TO U-FORC-WS
               MOVE FILIAL-INI-PARM-WS TO FILIAL-FORC-WS.

           DISPLAY (9, 10) "Operador................:"
           IF NOT MODO-AUTO
               ACCEPT (, ) OPERADOR-EXEC-WS WITH PROMPT UPDATE.
           MOVE "CONVFORC" TO PROGRAMA-ACE-WS
           MOVE MODO-AUTO-WS TO SEM-SENHA-ACE-WS
           PERFORM AUTENTICA-OPERADOR THRU AUTENTICA-OPERADOR-EXIT.

           DISPLAY (10, 10) "Informe o Drive dos arqs:"
           IF NOT MODO-AUTO
               ACCEPT (, ) U-FORC-WS WITH PROMPT UPDATE
               ACCEPT ESCAPE-77 FROM ESCAPE KEY
               IF ESCAPE-77 NOT = ZEROS STOP RUN.

           DISPLAY (11, 10) "Filial (00 = todas).....:"
           IF NOT MODO-AUTO
               ACCEPT (, ) FILIAL-FORC-WS WITH PROMPT UPDATE
               IF ESCAPE-77 NOT = ZEROS GO TO INICIO-010.
           PERFORM VARYING IDX-FIL-VL-WS FROM 1 BY 1
               UNTIL IDX-FIL-VL-WS > QTD-FILIAL-VL
               OR FILIAL-VL-WS (IDX-FIL-VL-WS) = FILIAL-FORC-WS
           END-PERFORM
           IF IDX-FIL-VL-WS > QTD-FILIAL-VL AND FILIAL-FORC-WS > 0
               DISPLAY (24, 10) "FILIAL INVALIDA - VERIFIQUE O NUMERO"
               IF MODO-AUTO GO TO TERMINA-ERRO-PARM END-IF
               GO TO INICIO-010.

      *    DATA-BASE: FIM DO PERIODO DE DOZE MESES (ZEROS = HOJE)
           MOVE ZEROS TO DD-MM-77 ANO-FIM-WS
           DISPLAY (12, 10) "Data-base (dd/mm).......:"
           IF NOT MODO-AUTO
               ACCEPT (, ) DD-MM-77 WITH PROMPT UPDATE
               IF ESCAPE-77 NOT = ZEROS GO TO INICIO-010.
           MOVE DD-MM-77 TO FINAL-WS
           DISPLAY (12, 40) "Ano (aaaa):"
           IF NOT MODO-AUTO
               ACCEPT (12, 52) ANO-FIM-WS WITH PROMPT UPDATE
               IF ESCAPE-77 NOT = ZEROS GO TO INICIO-010.
           IF MODO-AUTO
               MOVE DIA-FIM-PARM-WS TO DIA-FIM-WS
               MOVE MES-FIM-PARM-WS TO MES-FIM-WS
               MOVE ANO-FIM-PARM-WS TO ANO-FIM-WS.
           IF DIA-FIM-WS = ZEROS
               ACCEPT HOJE-WS FROM DATE YYYYMMDD
               MOVE DIA-HOJE-WS TO DIA-FIM-WS
               MOVE MES-HOJE-WS TO MES-FIM-WS
               MOVE ANO-HOJE-WS TO ANO-FIM-WS.
           IF MES-FIM-WS = ZEROS OR MES-FIM-WS > 12
               OR DIA-FIM-WS > 31 OR ANO-FIM-WS = ZEROS
               DISPLAY (24, 10) "DATA-BASE INVALIDA                  "
               IF MODO-AUTO GO TO TERMINA-ERRO-PARM END-IF
               GO TO INICIO-010.

      *    INICIO: DIA SEGUINTE A DATA-BASE, UM ANO ANTES (O AVANCO
      *    DIA A DIA ACERTA A VIRADA DO MES)
           COMPUTE DIA-INI-WS = DIA-FIM-WS + 1
           MOVE MES-FIM-WS TO MES-INI-WS
           COMPUTE ANO-INI-WS = ANO-FIM-WS - 1

           DISPLAY (15, 10) "REGISTROS LIDOS:"
           MOVE 0 TO LIDOS-77 QTD-FRN-WS DESCARTADOS-FRN-77
           MOVE 0 TO LISTADOS-77 COMPLETOS-77 TOTAL-SEM-WS
           MOVE 1 TO FASE-WS
           MOVE ":MV" TO PREF-DIA-WS
           PERFORM VARRE-FILIAL THRU VARRE-FILIAL-EXIT
               VARYING IDX-FIL-VL-WS FROM 1 BY 1
               UNTIL IDX-FIL-VL-WS > QTD-FILIAL-VL
           PERFORM CARREGA-NOMES THRU CARREGA-NOMES-EXIT
           PERFORM CARREGA-FORC THRU CARREGA-FORC-EXIT
           PERFORM IMPRIME-RELATORIO
           DISPLAY (23, 10) "RELACAO GRAVADA EM CONVFORC.REL"
           PERFORM GRAVA-LOG
           IF MODO-AUTO GOBACK.
           GO TO 015-DATAS.
      *
      *    UMA FILIAL DA TABELA: SO A INFORMADA, OU TODAS COM 00
       VARRE-FILIAL.
           IF FILIAL-FORC-WS NOT = ZEROS
               AND FILIAL-VL-WS (IDX-FIL-VL-WS) NOT = FILIAL-FORC-WS
               GO TO VARRE-FILIAL-EXIT.
           MOVE FILIAL-VL-WS (IDX-FIL-VL-WS) TO FILIAL-DIA-WS
           PERFORM VARRE-PERIODO THRU VARRE-PERIODO-FIM.
       VARRE-FILIAL-EXIT.
           EXIT.
      *
      *    PERCORRE A FAIXA DIA A DIA LENDO OS CABECALHOS DE ENTRADA
      *    DA FILIAL EM FILIAL-DIA-WS
       VARRE-PERIODO.
           MOVE INICIAL-WS TO SALVA-INICIAL-WS
           MOVE ANO-INI-WS TO SALVA-ANO-WS
           SUBTRACT 1 FROM DIA-INI-WS.
       VARRE-DIA.
           ADD 1 TO DIA-INI-WS
           MOVE MES-INI-WS TO MES-CAL-WS
           MOVE ANO-INI-WS TO ANO-CAL-WS
           PERFORM CALCULA-ULT-DIA
           IF DIA-INI-WS > ULT-DIA-MES-WS
               MOVE 1 TO DIA-INI-WS
               ADD 1 TO MES-INI-WS
               IF MES-INI-WS > 12
                   MOVE 1 TO MES-INI-WS
                   ADD 1 TO ANO-INI-WS.
           MOVE ANO-INI-WS TO ANO-CORTE-INI-WS
           MOVE MES-INI-WS TO MES-CORTE-INI-WS
           MOVE DIA-INI-WS TO DIA-CORTE-INI-WS
           MOVE ANO-FIM-WS TO ANO-CORTE-FIM-WS
           MOVE MES-FIM-WS TO MES-CORTE-FIM-WS
           MOVE DIA-FIM-WS TO DIA-CORTE-FIM-WS
           IF MESDIA-INI-WS > MESDIA-FIM-WS
               GO TO VARRE-PERIODO-SAI.
           MOVE U-FORC-WS TO U-DIA-WS
           MOVE INICIAL-WS TO DATA-DIA-WS
           MOVE ANO2-INI-WS TO ANO-DIA-WS
           MOVE ARQDIA-WS TO ARQNT-WS
           MOVE "N" TO FIM-NT-WS
           OPEN INPUT ARQ-NT
           IF ESTADO NOT = ZEROS
               GO TO VARRE-DIA.
           PERFORM LE-REGISTRO THRU LE-REGISTRO-EXIT UNTIL ACABOU-NT
           CLOSE ARQ-NT
           GO TO VARRE-DIA.
       VARRE-PERIODO-SAI.
           MOVE SALVA-INICIAL-WS TO INICIAL-WS
           MOVE SALVA-ANO-WS TO ANO-INI-WS.
       VARRE-PERIODO-FIM.
           EXIT.
      *
       LE-REGISTRO.
           READ ARQ-NT AT END MOVE "S" TO FIM-NT-WS END-READ
           IF ACABOU-NT GO TO LE-REGISTRO-EXIT.
           IF REG-NT (1:1) = "0" AND REG-NT (2:4) = "CONV"
               GO TO LE-REGISTRO-EXIT.
           IF REG-NT (1:1) = "9" AND REG-NT (22:179) = SPACES
               GO TO LE-REGISTRO-EXIT.
           ADD 1 TO LIDOS-77
           DISPLAY (15, 27) LIDOS-77
           MOVE FORN-ENT-NT TO FORN-BUSCA-WS
           PERFORM ACHA-FORN THRU ACHA-FORN-FIM
           IF IDX-FRN-WS > QTD-FRN-WS
               GO TO LE-REGISTRO-EXIT.
           ADD 1 TO ENTRADAS-FRN-WS (IDX-FRN-WS)
           ADD TOTAL-ENT-NT TO VALOR-FRN-WS (IDX-FRN-WS)
           IF MESDIA-INI-WS > ULTIMA-FRN-WS (IDX-FRN-WS)
               MOVE MESDIA-INI-WS TO ULTIMA-FRN-WS (IDX-FRN-WS)
               MOVE FILIAL-DIA-WS TO FILIAL-FRN-WS (IDX-FRN-WS).
       LE-REGISTRO-EXIT.
           EXIT.
      *
      *    ACHA (OU CRIA) A LINHA DO FORNECEDOR EM FORN-BUSCA-WS
       ACHA-FORN.
           PERFORM VARYING IDX-FRN-WS FROM 1 BY 1
               UNTIL IDX-FRN-WS > QTD-FRN-WS
               OR COD-FRN-WS (IDX-FRN-WS) = FORN-BUSCA-WS
           END-PERFORM
           IF IDX-FRN-WS > QTD-FRN-WS AND QTD-FRN-WS NOT < 2000
               ADD 1 TO DESCARTADOS-FRN-77
               GO TO ACHA-FORN-FIM.
           IF IDX-FRN-WS > QTD-FRN-WS
               ADD 1 TO QTD-FRN-WS
               MOVE FORN-BUSCA-WS TO COD-FRN-WS (IDX-FRN-WS)
               MOVE SPACES TO NOME-FRN-WS (IDX-FRN-WS)
               MOVE 0 TO ENTRADAS-FRN-WS (IDX-FRN-WS)
               MOVE 0 TO VALOR-FRN-WS (IDX-FRN-WS)
               MOVE 0 TO ULTIMA-FRN-WS (IDX-FRN-WS)
               MOVE 0 TO FILIAL-FRN-WS (IDX-FRN-WS)
               MOVE "N" TO IMPRESSO-FRN-WS (IDX-FRN-WS).
       ACHA-FORN-FIM.
           EXIT.
      *
      *    CARREGA OS NOMES DO x:ARQFORN.TXT PARA OS FORNECEDORES
      *    ACUMULADOS
       CARREGA-NOMES.
           MOVE SPACES TO ARQNT-WS
           STRING U-FORC-WS ":ARQFORN.TXT"
               DELIMITED BY SIZE INTO ARQNT-WS
           MOVE 2 TO FASE-WS
           MOVE "N" TO FIM-NT-WS
           OPEN INPUT ARQ-NT
           IF ESTADO NOT = ZEROS
               GO TO CARREGA-NOMES-EXIT.
           PERFORM LE-NOME THRU LE-NOME-EXIT UNTIL ACABOU-NT
           CLOSE ARQ-NT.
       CARREGA-NOMES-EXIT.
           EXIT.
      *
       LE-NOME.
           READ ARQ-NT AT END MOVE "S" TO FIM-NT-WS END-READ
           IF ACABOU-NT GO TO LE-NOME-EXIT.
           IF REG-NT (1:1) = "0" AND REG-NT (2:4) = "CONV"
               GO TO LE-NOME-EXIT.
           IF REG-NT (1:1) = "9" AND REG-NT (22:179) = SPACES
               GO TO LE-NOME-EXIT.
           PERFORM VARYING IDX-FRN-WS FROM 1 BY 1
               UNTIL IDX-FRN-WS > QTD-FRN-WS
               OR COD-FRN-WS (IDX-FRN-WS) = COD-FORN-NT
           END-PERFORM
           IF IDX-FRN-WS NOT > QTD-FRN-WS
               MOVE DESC-FORN-NT TO NOME-FRN-WS (IDX-FRN-WS).
       LE-NOME-EXIT.
           EXIT.
      *
      *    MARCA COMO IMPRESSOS OS QUE JA TEM CADASTRO COMPLEMENTAR E
      *    LISTA OS DEMAIS DO MAIOR VALOR PARA O MENOR (ESCOLHA
      *    SUCESSIVA DO MAIOR AINDA NAO IMPRESSO)
       IMPRIME-RELATORIO.
           PERFORM CONFERE-CADASTRO
               VARYING IDX-FRN-WS FROM 1 BY 1
               UNTIL IDX-FRN-WS > QTD-FRN-WS
           OPEN OUTPUT ARQ-REL
           MOVE SPACES TO REG-REL
           STRING "FORNECEDORES SEM CADASTRO COMPLEMENTAR - FILIAL "
               FILIAL-FORC-WS " - ENTRADAS ATE "
               DIA-FIM-WS "/" MES-FIM-WS "/" ANO-FIM-WS
               " (12 MESES)"
               DELIMITED BY SIZE INTO REG-REL
           WRITE REG-REL
           MOVE SPACES TO REG-REL
           WRITE REG-REL
           PERFORM IMPRIME-MAIOR THRU IMPRIME-MAIOR-FIM
               QTD-FRN-WS TIMES
           MOVE SPACES TO REG-REL
           WRITE REG-REL
           MOVE SPACES TO REG-REL
           STRING "FORNECEDORES COM ENTRADA: " QTD-FRN-WS
               "  COM CADASTRO: " COMPLETOS-77
               "  SEM CADASTRO: " LISTADOS-77
               DELIMITED BY SIZE INTO REG-REL
           WRITE REG-REL
           MOVE SPACES TO REG-REL
           STRING "VALOR COMPRADO DOS SEM CADASTRO: " TOTAL-SEM-WS
               DELIMITED BY SIZE INTO REG-REL
           WRITE REG-REL
           IF QTD-FORC-WS = ZEROS
               MOVE SPACES TO REG-REL
               STRING "ARQFORC.DAT VAZIO OU AUSENTE - "
                   "CADASTRE PELO CADFORC"
                   DELIMITED BY SIZE INTO REG-REL
               WRITE REG-REL.
           IF DESCARTADOS-FRN-77 NOT = ZEROS
               MOVE SPACES TO REG-REL
               STRING "ESTOURO DA TABELA DE FORNECEDORES: "
                   DESCARTADOS-FRN-77 " ENTRADAS FORA DA RELACAO"
                   DELIMITED BY SIZE INTO REG-REL
               WRITE REG-REL.
           CLOSE ARQ-REL.
      *
       CONFERE-CADASTRO.
           MOVE COD-FRN-WS (IDX-FRN-WS) TO FORN-BUSCA-FORC-WS
           PERFORM ACHA-FORC
           IF IDX-ACHADO-FORC-WS NOT = ZEROS
               MOVE "S" TO IMPRESSO-FRN-WS (IDX-FRN-WS)
               ADD 1 TO COMPLETOS-77.
      *
       IMPRIME-MAIOR.
           MOVE 0 TO MAIOR-IDX-WS
           PERFORM ESCOLHE-MAIOR
               VARYING IDX-FRN-WS FROM 1 BY 1
               UNTIL IDX-FRN-WS > QTD-FRN-WS
           IF MAIOR-IDX-WS = ZEROS
               GO TO IMPRIME-MAIOR-FIM.
           MOVE "S" TO IMPRESSO-FRN-WS (MAIOR-IDX-WS)
           ADD 1 TO LISTADOS-77
           ADD VALOR-FRN-WS (MAIOR-IDX-WS) TO TOTAL-SEM-WS
           MOVE COD-FRN-WS (MAIOR-IDX-WS) TO FORN-LIN-WS
           MOVE NOME-FRN-WS (MAIOR-IDX-WS) TO NOME-LIN-WS
           IF NOME-FRN-WS (MAIOR-IDX-WS) = SPACES
               MOVE "(FORA DO ARQFORN.TXT)" TO NOME-LIN-WS.
           MOVE ENTRADAS-FRN-WS (MAIOR-IDX-WS) TO ENTR-LIN-WS
           MOVE VALOR-FRN-WS (MAIOR-IDX-WS) TO VALOR-LIN-WS
           MOVE ULTIMA-FRN-WS (MAIOR-IDX-WS) TO ULTIMA-ED-WS
           MOVE DIA-ULT-ED-WS TO DIA-LIN-WS
           MOVE MES-ULT-ED-WS TO MES-LIN-WS
           MOVE ANO-ULT-ED-WS TO ANO-LIN-WS
           MOVE FILIAL-FRN-WS (MAIOR-IDX-WS) TO FILIAL-LIN-WS
           WRITE REG-REL FROM LINHA-FORC-WS.
       IMPRIME-MAIOR-FIM.
           EXIT.
      *
       ESCOLHE-MAIOR.
           IF IMPRESSO-FRN-WS (IDX-FRN-WS) = "N"
               IF MAIOR-IDX-WS = ZEROS
                   MOVE IDX-FRN-WS TO MAIOR-IDX-WS
               ELSE
                   IF VALOR-FRN-WS (IDX-FRN-WS)
                       > VALOR-FRN-WS (MAIOR-IDX-WS)
                       MOVE IDX-FRN-WS TO MAIOR-IDX-WS.
      *
      *    GRAVA UMA LINHA NO LOG PERSISTENTE DE EXECUCOES (CONVLOG.LOG)
       GRAVA-LOG.
           MOVE "CONVFORC" TO PROGRAMA-LOG-TX
           ACCEPT DATA-EXEC-LOG-TX FROM DATE YYYYMMDD
           ACCEPT HORA-EXEC-LOG-TX FROM TIME
           MOVE OPERADOR-EXEC-WS TO OPERADOR-LOG-TX
           ACCEPT HORA-FIM-EXEC-WS FROM TIME
           PERFORM CALCULA-DURACAO
           MOVE HORA-INI6-EXEC-WS TO HORA-INI-LOG-TX
           MOVE DURACAO-EXEC-WS TO DURACAO-LOG-TX
           MOVE SPACES TO FILTRO-LOG-TX
           STRING "DRIVE=" U-FORC-WS " FILIAL=" FILIAL-FORC-WS
               " SEM CADASTRO=" LISTADOS-77
               DELIMITED BY SIZE
               INTO FILTRO-LOG-TX
           MOVE LIDOS-77 TO LIDOS-LOG-TX
           MOVE LISTADOS-77 TO GRAVADOS-LOG-TX
           MOVE 0 TO GRAVADOS2-LOG-TX
           MOVE "CONVFORC.REL" TO NOME-REL-ARR-WS
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
           COPY FORCPR.
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
