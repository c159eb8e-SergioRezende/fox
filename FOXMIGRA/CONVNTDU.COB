      *
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. CONVNTDU.
       AUTHOR. LUIS AUGUSTO.
      *
      *    DATA DA ALTERACAO: 10/96
      *
      *    NOTAS DE FORNECEDOR DIGITADAS EM DUPLICIDADE: PERCORRE DIA
      *    A DIA OS CABECALHOS DE ENTRADA (x:MVddmmff.Eaa) DA JANELA
      *    DE MESES ATE A DATA-BASE (PADRAO 6), DE UMA FILIAL OU DE
      *    TODAS AS ATIVAS (FILIAL 00), E CONFRONTA AS ENTRADAS DE
      *    CADA FORNECEDOR ENTRE SI. SAO SUSPEITOS OS PARES COM O
      *    MESMO NUMERO E SERIE ("EXATA") E OS COM NUMERO DIFERENTE
      *    MAS MESMO VALOR E MESMA DATA DA NOTA ("QUASE"). CADA PAR
      *    SAI EM "CONVNTDU.REL" COM AS DUAS FILIAIS, AS DATAS DO
      *    MOVIMENTO E DA NOTA, OS VALORES E O INDICADOR DE
      *    ATUALIZACAO DO ESTOQUE DE CADA ENTRADA (ESTOQUE ATUALIZADO
      *    DUAS VEZES QUANDO AS DUAS TEM "S"). A ENTRADA DIGITADA POR
      *    ULTIMO NO PAR ENTRA NO CONTROLE "ARQNTDU.DAT" COMO
      *    PENDENTE E FICA FORA DA AGENDA DO CONTAS A PAGAR (CONVPAGA)
      *    ATE SER LIBERADA NO CADNTDU; ENTRADA JA APONTADA NAO E
      *    REGISTRADA DE NOVO (A LIBERACAO VALE PARA AS PROXIMAS
      *    CONFERENCIAS). DATA-BASE ZERADA = HOJE.
      *
      *    DATA DA ALTERACAO: 10/96
      *
      *    CADA "CONVNTDU.REL" GERADO E GUARDADO NO ARQUIVO DE
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
           SELECT      ARQ-REL    ASSIGN     TO   "CONVNTDU.REL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ESTADO-REL.
      *
           SELECT      ARQ-LOG    ASSIGN     TO   "CONVLOG.LOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ESTADO-LOG.
      *
           COPY ARQRSL.
      *
           SELECT      ARQ-PRM    ASSIGN     TO   "CONVPARM.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ESTADO-PRM.
      *
           COPY NTDUSL.
      *
           COPY TRAVASL.
      *
           COPY FILIALSL.
      *
           COPY OPERSL.
      *
       DATA DIVISION.
       FILE SECTION.
      *
      *    CABECALHOS DE ENTRADA GERADOS PELO CONVENTR
       FD  ARQ-NT
           LABEL     RECORD       STANDARD
           VALUE     OF FILE-ID   ARQNT-WS
           DATA      RECORD       REG-NT.
       01  REG-NT                            PIC X(200).
       01  REG-NT-ENT.
           05  FILLER                        PIC X(03).
           05  FORN-ENT-NT                   PIC 9(04).
           05  NUMERO-ENT-NT                 PIC 9(06).
           05  FILLER                        PIC X(18).
           05  TOTAL-ENT-NT                  PIC 9(13).
           05  FILLER                        PIC X(46).
           05  SERIE-ENT-NT                  PIC X(03).
           05  DT-NTF-ENT-NT                 PIC 9(06).
           05  IND-ATU-ENT-NT                PIC X(01).
           05  FILLER                        PIC X(100).
      *
       FD  ARQ-REL
           LABEL     RECORD       STANDARD
           VALUE     OF FILE-ID   "CONVNTDU.REL"
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
      *    REGISTRO DE PARAMETROS DE EXECUCAO (ARQ. "CONVPARM.DAT")
       FD  ARQ-PRM
           LABEL RECORD IS STANDARD.
           COPY PARMCONV.
      *
           COPY NTDUFD.
      *
           COPY TRAVAFD.
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
       77  EXATAS-77       VALUE 0             PIC 9(05).
       77  QUASE-77        VALUE 0             PIC 9(05).
       77  DUPLO-ATU-77    VALUE 0             PIC 9(05).
       77  NOVAS-77        VALUE 0             PIC 9(05).
       77  DD-MM-77        VALUE ZEROS         PIC 99/99.
       77  I                                   PIC 9(02).
       77  E                                   PIC 9(02).
       77  FIM-NT-WS                           PIC X(01).
           88  ACABOU-NT                       VALUE "S".
       77  CHEIO-NDU-WS    VALUE "N"           PIC X(01).
           88  CHEIO-NDU                       VALUE "S".
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
       01  HOJE-N-WS REDEFINES HOJE-WS         PIC 9(08).
      *
      *    JANELA DA CONFERENCIA EM MESES ATE A DATA-BASE
       77  MESES-NTDU-WS   VALUE 6             PIC 9(02).
       77  MESES-CORR-WS                       PIC 9(06).
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
      *    CABECALHOS DE ENTRADA DA JANELA
       77  QTD-ENT-WS      VALUE 0             PIC 9(04).
       77  IDX-A-WS                            PIC 9(04).
       77  IDX-B-WS                            PIC 9(04).
       77  DESCARTADOS-ENT-77 VALUE 0          PIC 9(05).
       01  TAB-ENT-WS.
           05  TAB-ENT-ITEM OCCURS 6000 TIMES.
               10  FILIAL-ENT-WS               PIC 9(02).
               10  MOVTO-ENT-WS                PIC 9(08).
               10  FORN-ENT-WS                 PIC 9(04).
               10  NUMERO-ENT-WS               PIC 9(06).
               10  SERIE-ENT-WS                PIC X(03).
               10  DT-NTF-ENT-WS               PIC 9(06).
               10  TOTAL-ENT-WS                PIC 9(13).
               10  IND-ATU-ENT-WS              PIC X(01).
      *
      *    PARES SUSPEITOS: A ENTRADA REPETIDA (A DO MOVIMENTO MAIS
      *    RECENTE) E A OUTRA DO PAR, COM A SITUACAO NO CONTROLE
      *    ("N" = RETIDA AGORA, "P" = JA ESTAVA RETIDA, "L" = JA
      *    LIBERADA, "F" = FORA DO CONTROLE POR FALTA DE ESPACO)
       77  QTD-PAR-WS      VALUE 0             PIC 9(04).
       77  IDX-PAR-WS                          PIC 9(04).
       77  DESCARTADOS-PAR-77 VALUE 0          PIC 9(05).
       01  TAB-PAR-WS.
           05  TAB-PAR-ITEM OCCURS 2000 TIMES.
               10  REP-PAR-WS                  PIC 9(04).
               10  ORIG-PAR-WS                 PIC 9(04).
               10  TIPO-PAR-WS                 PIC X(01).
               10  SITUACAO-PAR-WS             PIC X(01).
               10  NDU-PAR-WS                  PIC 9(04).
       77  TIPO-ACHADO-WS                      PIC X(01).
       77  IDX-REP-WS                          PIC 9(04).
       77  IDX-ORIG-WS                         PIC 9(04).
      *
       01  MOVTO-ED-WS.
           05  ANO-MOV-ED-WS                   PIC 9(04).
           05  MES-MOV-ED-WS                   PIC 9(02).
           05  DIA-MOV-ED-WS                   PIC 9(02).
       01  MOVTO-ED-N-WS REDEFINES MOVTO-ED-WS PIC 9(08).
       01  NTF-ED-WS.
           05  ANO-NTF-ED-WS                   PIC 9(02).
           05  MES-NTF-ED-WS                   PIC 9(02).
           05  DIA-NTF-ED-WS                   PIC 9(02).
       01  NTF-ED-N-WS REDEFINES NTF-ED-WS     PIC 9(06).
       01  LINHA-ENT-WS.
           05  FILLER                          PIC X(04) VALUE SPACES.
           05  ROTULO-LIN-WS                   PIC X(10).
           05  FILLER  VALUE " FIL "           PIC X(05).
           05  FILIAL-LIN-WS                   PIC 9(02).
           05  FILLER  VALUE " NF "            PIC X(04).
           05  NUMERO-LIN-WS                   PIC 9(06).
           05  FILLER  VALUE "/"               PIC X(01).
           05  SERIE-LIN-WS                    PIC X(03).
           05  FILLER  VALUE " MOVTO "         PIC X(07).
           05  DIA-MOV-LIN-WS                  PIC 9(02).
           05  FILLER  VALUE "/"               PIC X(01).
           05  MES-MOV-LIN-WS                  PIC 9(02).
           05  FILLER  VALUE "/"               PIC X(01).
           05  ANO-MOV-LIN-WS                  PIC 9(04).
           05  FILLER  VALUE " DT.NOTA "       PIC X(09).
           05  DIA-NTF-LIN-WS                  PIC 9(02).
           05  FILLER  VALUE "/"               PIC X(01).
           05  MES-NTF-LIN-WS                  PIC 9(02).
           05  FILLER  VALUE "/"               PIC X(01).
           05  ANO-NTF-LIN-WS                  PIC 9(02).
           05  FILLER  VALUE " VALOR "         PIC X(07).
           05  VALOR-LIN-WS                    PIC ZZ.ZZZ.ZZZ.ZZ9.
           05  FILLER  VALUE " ATU.ESTOQUE "   PIC X(13).
           05  IND-ATU-LIN-WS                  PIC X(01).
       77  SITUACAO-LIN-WS                     PIC X(44).
       01  LIBERACAO-ED-WS.
           05  ANO-LIB-ED-WS                   PIC 9(04).
           05  MES-LIB-ED-WS                   PIC 9(02).
           05  DIA-LIB-ED-WS                   PIC 9(02).
      *
           COPY NTDUVL.
      *
           COPY TRAVAWS.
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
       77  U-NTDU-WS                           PIC X(01).
       77  FILIAL-NTDU-WS                      PIC 9(02).
      *
           COPY ARQRVL.
      *
       PROCEDURE DIVISION.
      *
       INICIO-010.
           DISPLAY (1, 1) ERASE.
           ACCEPT HORA-INI-EXEC-WS FROM TIME.
       015-DATAS.
           DISPLAY (5, 10) "* NOTAS DE ENTRADA EM DUPLICIDADE *"

           PERFORM CARREGA-FILIAL THRU CARREGA-FILIAL-EXIT
           MOVE "CONVNTDU" TO PROGRAMA-EXEC-WS
           PERFORM CARREGA-PARM THRU CARREGA-PARM-EXIT
           IF MODO-AUTO
               MOVE DRIVE-PARM-WS TO U-NTDU-WS
               MOVE FILIAL-INI-PARM-WS TO FILIAL-NTDU-WS.

           DISPLAY (9, 10) "Operador................:"
           IF NOT MODO-AUTO
               ACCEPT (, ) OPERADOR-EXEC-WS WITH PROMPT UPDATE.
           MOVE "CONVNTDU" TO PROGRAMA-ACE-WS
           MOVE MODO-AUTO-WS TO SEM-SENHA-ACE-WS
           PERFORM AUTENTICA-OPERADOR THRU AUTENTICA-OPERADOR-EXIT.

           DISPLAY (10, 10) "Informe o Drive dos arqs:"
           IF NOT MODO-AUTO
               ACCEPT (, ) U-NTDU-WS WITH PROMPT UPDATE
               ACCEPT ESCAPE-77 FROM ESCAPE KEY
               IF ESCAPE-77 NOT = ZEROS STOP RUN.

           DISPLAY (11, 10) "Filial (00 = todas).....:"
           IF NOT MODO-AUTO
               ACCEPT (, ) FILIAL-NTDU-WS WITH PROMPT UPDATE
               IF ESCAPE-77 NOT = ZEROS GO TO INICIO-010.
           PERFORM VARYING IDX-FIL-VL-WS FROM 1 BY 1
               UNTIL IDX-FIL-VL-WS > QTD-FILIAL-VL
               OR FILIAL-VL-WS (IDX-FIL-VL-WS) = FILIAL-NTDU-WS
           END-PERFORM
           IF IDX-FIL-VL-WS > QTD-FILIAL-VL AND FILIAL-NTDU-WS > 0
               DISPLAY (24, 10) "FILIAL INVALIDA - VERIFIQUE O NUMERO"
               IF MODO-AUTO GO TO TERMINA-ERRO-PARM END-IF
               GO TO INICIO-010.

      *    DATA-BASE: FIM DA JANELA DA CONFERENCIA (ZEROS = HOJE)
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
           ACCEPT HOJE-WS FROM DATE YYYYMMDD
           IF DIA-FIM-WS = ZEROS
               MOVE DIA-HOJE-WS TO DIA-FIM-WS
               MOVE MES-HOJE-WS TO MES-FIM-WS
               MOVE ANO-HOJE-WS TO ANO-FIM-WS.
           IF MES-FIM-WS = ZEROS OR MES-FIM-WS > 12
               OR DIA-FIM-WS > 31 OR ANO-FIM-WS = ZEROS
               DISPLAY (24, 10) "DATA-BASE INVALIDA                  "
               IF MODO-AUTO GO TO TERMINA-ERRO-PARM END-IF
               GO TO INICIO-010.

      *    JANELA EM MESES (FILTRO 1-2 NO MODO NAO ASSISTIDO; EM
      *    BRANCO OU ZEROS = 6), DE 1 A 24
           MOVE 6 TO MESES-NTDU-WS
           DISPLAY (13, 10) "Janela em meses (06)....:"
           IF NOT MODO-AUTO
               ACCEPT (, ) MESES-NTDU-WS WITH PROMPT UPDATE
               IF ESCAPE-77 NOT = ZEROS GO TO INICIO-010.
           IF MODO-AUTO AND FILTRO-PARM-WS (1:2) NUMERIC
               MOVE FILTRO-PARM-WS (1:2) TO MESES-NTDU-WS.
           IF MESES-NTDU-WS = ZEROS
               MOVE 6 TO MESES-NTDU-WS.
           IF MESES-NTDU-WS > 24
               DISPLAY (24, 10) "JANELA INVALIDA - DE 1 A 24 MESES  "
               IF MODO-AUTO GO TO TERMINA-ERRO-PARM END-IF
               GO TO INICIO-010.

      *    INICIO: DIA SEGUINTE A DATA-BASE, TANTOS MESES ANTES (O
      *    AVANCO DIA A DIA ACERTA A VIRADA DO MES)
           COMPUTE MESES-CORR-WS =
               (ANO-FIM-WS * 12) + MES-FIM-WS - 1 - MESES-NTDU-WS
           DIVIDE MESES-CORR-WS BY 12 GIVING ANO-INI-WS
               REMAINDER MES-INI-WS
           ADD 1 TO MES-INI-WS
           COMPUTE DIA-INI-WS = DIA-FIM-WS + 1

           DISPLAY (15, 10) "REGISTROS LIDOS:"
           MOVE 0 TO LIDOS-77 QTD-ENT-WS DESCARTADOS-ENT-77
           MOVE 0 TO QTD-PAR-WS DESCARTADOS-PAR-77
           MOVE 0 TO EXATAS-77 QUASE-77 DUPLO-ATU-77 NOVAS-77
           MOVE "N" TO CHEIO-NDU-WS
           MOVE ":MV" TO PREF-DIA-WS
           PERFORM VARRE-FILIAL THRU VARRE-FILIAL-EXIT
               VARYING IDX-FIL-VL-WS FROM 1 BY 1
               UNTIL IDX-FIL-VL-WS > QTD-FILIAL-VL
           PERFORM COMPARA-ENTRADA
               VARYING IDX-A-WS FROM 1 BY 1
               UNTIL IDX-A-WS > QTD-ENT-WS
           PERFORM REGISTRA-SUSPEITAS THRU REGISTRA-SUSPEITAS-EXIT
           PERFORM IMPRIME-RELATORIO
           DISPLAY (23, 10) "RELACAO GRAVADA EM CONVNTDU.REL"
           IF CHEIO-NDU
               MOVE 8 TO RETURN-CODE
               DISPLAY (24, 10) "ARQNTDU.DAT CHEIO - VEJA RELATORIO".
           PERFORM GRAVA-LOG
           IF MODO-AUTO GOBACK.
           GO TO 015-DATAS.
      *
      *    UMA FILIAL DA TABELA: SO A INFORMADA, OU TODAS COM 00
       VARRE-FILIAL.
           IF FILIAL-NTDU-WS NOT = ZEROS
               AND FILIAL-VL-WS (IDX-FIL-VL-WS) NOT = FILIAL-NTDU-WS
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
           MOVE U-NTDU-WS TO U-DIA-WS
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
      *    GUARDA O CABECALHO NA TABELA, COM A FILIAL DO ARQUIVO E A
      *    DATA DO MOVIMENTO (A CHAVE DA ENTRADA NO CONTROLE)
       LE-REGISTRO.
           READ ARQ-NT AT END MOVE "S" TO FIM-NT-WS END-READ
           IF ACABOU-NT GO TO LE-REGISTRO-EXIT.
           IF REG-NT (1:1) = "0" AND REG-NT (2:4) = "CONV"
               GO TO LE-REGISTRO-EXIT.
           IF REG-NT (1:1) = "9" AND REG-NT (22:179) = SPACES
               GO TO LE-REGISTRO-EXIT.
           ADD 1 TO LIDOS-77
           DISPLAY (15, 27) LIDOS-77
           IF QTD-ENT-WS NOT < 6000
               ADD 1 TO DESCARTADOS-ENT-77
               GO TO LE-REGISTRO-EXIT.
           ADD 1 TO QTD-ENT-WS
           MOVE FILIAL-DIA-WS TO FILIAL-ENT-WS (QTD-ENT-WS)
           MOVE MESDIA-INI-WS TO MOVTO-ENT-WS (QTD-ENT-WS)
           MOVE FORN-ENT-NT TO FORN-ENT-WS (QTD-ENT-WS)
           MOVE NUMERO-ENT-NT TO NUMERO-ENT-WS (QTD-ENT-WS)
           MOVE SERIE-ENT-NT TO SERIE-ENT-WS (QTD-ENT-WS)
           MOVE DT-NTF-ENT-NT TO DT-NTF-ENT-WS (QTD-ENT-WS)
           MOVE TOTAL-ENT-NT TO TOTAL-ENT-WS (QTD-ENT-WS)
           MOVE IND-ATU-ENT-NT TO IND-ATU-ENT-WS (QTD-ENT-WS).
       LE-REGISTRO-EXIT.
           EXIT.
      *
      *    CONFRONTA A ENTRADA IDX-A-WS COM AS SEGUINTES DA TABELA
       COMPARA-ENTRADA.
           COMPUTE IDX-B-WS = IDX-A-WS + 1
           PERFORM CONFERE-PAR THRU CONFERE-PAR-EXIT
               VARYING IDX-B-WS FROM IDX-B-WS BY 1
               UNTIL IDX-B-WS > QTD-ENT-WS.
      *
      *    MESMO FORNECEDOR E: MESMO NUMERO E SERIE ("E"), OU NUMERO
      *    DIFERENTE COM MESMO VALOR E DATA DA NOTA ("Q")
       CONFERE-PAR.
           IF FORN-ENT-WS (IDX-B-WS) NOT = FORN-ENT-WS (IDX-A-WS)
               GO TO CONFERE-PAR-EXIT.
           MOVE SPACE TO TIPO-ACHADO-WS
           IF NUMERO-ENT-WS (IDX-B-WS) = NUMERO-ENT-WS (IDX-A-WS)
               AND SERIE-ENT-WS (IDX-B-WS) = SERIE-ENT-WS (IDX-A-WS)
               MOVE "E" TO TIPO-ACHADO-WS
           ELSE
               IF NUMERO-ENT-WS (IDX-B-WS)
                   NOT = NUMERO-ENT-WS (IDX-A-WS)
                   AND TOTAL-ENT-WS (IDX-B-WS)
                       = TOTAL-ENT-WS (IDX-A-WS)
                   AND DT-NTF-ENT-WS (IDX-B-WS)
                       = DT-NTF-ENT-WS (IDX-A-WS)
                   MOVE "Q" TO TIPO-ACHADO-WS.
           IF TIPO-ACHADO-WS = SPACE
               GO TO CONFERE-PAR-EXIT.
           IF QTD-PAR-WS NOT < 2000
               ADD 1 TO DESCARTADOS-PAR-77
               GO TO CONFERE-PAR-EXIT.
      *    A REPETIDA E A DO MOVIMENTO MAIS RECENTE; NO MESMO DIA, A
      *    LIDA DEPOIS
           IF MOVTO-ENT-WS (IDX-A-WS) > MOVTO-ENT-WS (IDX-B-WS)
               MOVE IDX-A-WS TO IDX-REP-WS
               MOVE IDX-B-WS TO IDX-ORIG-WS
           ELSE
               MOVE IDX-B-WS TO IDX-REP-WS
               MOVE IDX-A-WS TO IDX-ORIG-WS.
           ADD 1 TO QTD-PAR-WS
           MOVE IDX-REP-WS TO REP-PAR-WS (QTD-PAR-WS)
           MOVE IDX-ORIG-WS TO ORIG-PAR-WS (QTD-PAR-WS)
           MOVE TIPO-ACHADO-WS TO TIPO-PAR-WS (QTD-PAR-WS)
           MOVE SPACE TO SITUACAO-PAR-WS (QTD-PAR-WS)
           MOVE ZEROS TO NDU-PAR-WS (QTD-PAR-WS)
           IF TIPO-ACHADO-WS = "E"
               ADD 1 TO EXATAS-77
           ELSE
               ADD 1 TO QUASE-77.
           IF IND-ATU-ENT-WS (IDX-A-WS) = "S"
               AND IND-ATU-ENT-WS (IDX-B-WS) = "S"
               ADD 1 TO DUPLO-ATU-77.
       CONFERE-PAR-EXIT.
           EXIT.
      *
      *    REGISTRA AS REPETIDAS NO CONTROLE, SOB A TRAVA DE REDE DO
      *    "ARQNTDU.DAT": O CONTROLE E RELIDO (O CADNTDU PODE TER
      *    LIBERADO ALGUMA ENTRADA NO MEIO DA CONFERENCIA) E A
      *    ENTRADA JA APONTADA, PENDENTE OU LIBERADA, FICA COMO ESTA
       REGISTRA-SUSPEITAS.
           IF QTD-PAR-WS = ZEROS
               GO TO REGISTRA-SUSPEITAS-EXIT.
           MOVE "ARQNTDU.LIV" TO TRAVA-LIV-WS
           MOVE "ARQNTDU.LCK" TO TRAVA-LCK-WS
           PERFORM OBTEM-TRAVA THRU OBTEM-TRAVA-EXIT
           PERFORM CARREGA-NTDU THRU CARREGA-NTDU-EXIT
      *    CONTROLE MAIOR QUE A TABELA NAO PODE SER REGRAVADO (AS
      *    LINHAS QUE NAO COUBERAM SERIAM PERDIDAS)
           IF DESCARTADOS-NDU-77 NOT = ZEROS
               MOVE "S" TO CHEIO-NDU-WS
               GO TO REGISTRA-SUSPEITAS-SOLTA.
           PERFORM REGISTRA-PAR
               VARYING IDX-PAR-WS FROM 1 BY 1
               UNTIL IDX-PAR-WS > QTD-PAR-WS
           IF NOVAS-77 NOT = ZEROS
               PERFORM GRAVA-NTDU.
       REGISTRA-SUSPEITAS-SOLTA.
           PERFORM SOLTA-TRAVA.
       REGISTRA-SUSPEITAS-EXIT.
           EXIT.
      *
       REGISTRA-PAR.
           MOVE REP-PAR-WS (IDX-PAR-WS) TO IDX-REP-WS
           MOVE ORIG-PAR-WS (IDX-PAR-WS) TO IDX-ORIG-WS
           MOVE FILIAL-ENT-WS (IDX-REP-WS) TO FILIAL-BUSCA-NDU-WS
           MOVE FORN-ENT-WS (IDX-REP-WS) TO FORN-BUSCA-NDU-WS
           MOVE NUMERO-ENT-WS (IDX-REP-WS) TO NUMERO-BUSCA-NDU-WS
           MOVE MOVTO-ENT-WS (IDX-REP-WS) TO MOVTO-BUSCA-NDU-WS
           PERFORM ACHA-NTDU
           IF IDX-ACHADO-NDU-WS NOT = ZEROS
               MOVE SITUACAO-TAB-NDU-WS (IDX-ACHADO-NDU-WS)
                   TO SITUACAO-PAR-WS (IDX-PAR-WS)
               MOVE IDX-ACHADO-NDU-WS TO NDU-PAR-WS (IDX-PAR-WS)
           ELSE
               IF QTD-NTDU-WS NOT < 3000
                   MOVE "F" TO SITUACAO-PAR-WS (IDX-PAR-WS)
                   MOVE "S" TO CHEIO-NDU-WS
               ELSE
                   PERFORM INCLUI-NTDU.
      *
       INCLUI-NTDU.
           ADD 1 TO QTD-NTDU-WS
           ADD 1 TO NOVAS-77
           MOVE FILIAL-ENT-WS (IDX-REP-WS)
               TO FILIAL-TAB-NDU-WS (QTD-NTDU-WS)
           MOVE FORN-ENT-WS (IDX-REP-WS)
               TO FORN-TAB-NDU-WS (QTD-NTDU-WS)
           MOVE NUMERO-ENT-WS (IDX-REP-WS)
               TO NUMERO-TAB-NDU-WS (QTD-NTDU-WS)
           MOVE SERIE-ENT-WS (IDX-REP-WS)
               TO SERIE-TAB-NDU-WS (QTD-NTDU-WS)
           MOVE MOVTO-ENT-WS (IDX-REP-WS)
               TO MOVTO-TAB-NDU-WS (QTD-NTDU-WS)
           MOVE DT-NTF-ENT-WS (IDX-REP-WS)
               TO DT-NTF-TAB-NDU-WS (QTD-NTDU-WS)
           MOVE TOTAL-ENT-WS (IDX-REP-WS)
               TO TOTAL-TAB-NDU-WS (QTD-NTDU-WS)
           MOVE IND-ATU-ENT-WS (IDX-REP-WS)
               TO IND-ATU-TAB-NDU-WS (QTD-NTDU-WS)
           MOVE TIPO-PAR-WS (IDX-PAR-WS)
               TO TIPO-TAB-NDU-WS (QTD-NTDU-WS)
           MOVE FILIAL-ENT-WS (IDX-ORIG-WS)
               TO FILIAL-ORIG-TAB-NDU-WS (QTD-NTDU-WS)
           MOVE MOVTO-ENT-WS (IDX-ORIG-WS)
               TO MOVTO-ORIG-TAB-NDU-WS (QTD-NTDU-WS)
           MOVE NUMERO-ENT-WS (IDX-ORIG-WS)
               TO NUMERO-ORIG-TAB-NDU-WS (QTD-NTDU-WS)
           MOVE "P" TO SITUACAO-TAB-NDU-WS (QTD-NTDU-WS)
           MOVE HOJE-N-WS TO DETECCAO-TAB-NDU-WS (QTD-NTDU-WS)
           MOVE ZEROS TO LIBERACAO-TAB-NDU-WS (QTD-NTDU-WS)
           MOVE SPACES TO OPERADOR-TAB-NDU-WS (QTD-NTDU-WS)
           MOVE "N" TO SITUACAO-PAR-WS (IDX-PAR-WS)
           MOVE QTD-NTDU-WS TO NDU-PAR-WS (IDX-PAR-WS).
      *
      *    LISTA CADA PAR: UMA LINHA COM O TIPO E A SITUACAO NO
      *    CONTROLE E UMA LINHA PARA CADA ENTRADA DO PAR
       IMPRIME-RELATORIO.
           OPEN OUTPUT ARQ-REL
           MOVE SPACES TO REG-REL
           STRING "NOTAS DE ENTRADA EM DUPLICIDADE - FILIAL "
               FILIAL-NTDU-WS " - ENTRADAS ATE "
               DIA-FIM-WS "/" MES-FIM-WS "/" ANO-FIM-WS
               " (" MESES-NTDU-WS " MESES)"
               DELIMITED BY SIZE INTO REG-REL
           WRITE REG-REL
           MOVE SPACES TO REG-REL
           WRITE REG-REL
           PERFORM IMPRIME-PAR
               VARYING IDX-PAR-WS FROM 1 BY 1
               UNTIL IDX-PAR-WS > QTD-PAR-WS
           MOVE SPACES TO REG-REL
           STRING "ENTRADAS LIDAS: " LIDOS-77
               "  PARES EXATOS: " EXATAS-77
               "  PARES QUASE IGUAIS: " QUASE-77
               DELIMITED BY SIZE INTO REG-REL
           WRITE REG-REL
           MOVE SPACES TO REG-REL
           STRING "ESTOQUE ATUALIZADO NAS DUAS ENTRADAS: "
               DUPLO-ATU-77
               "  RETIDAS AGORA NA AGENDA: " NOVAS-77
               DELIMITED BY SIZE INTO REG-REL
           WRITE REG-REL
           IF DESCARTADOS-ENT-77 NOT = ZEROS
               MOVE SPACES TO REG-REL
               STRING "ESTOURO DA TABELA DE ENTRADAS: "
                   DESCARTADOS-ENT-77 " FORA DA CONFERENCIA"
                   DELIMITED BY SIZE INTO REG-REL
               WRITE REG-REL.
           IF DESCARTADOS-PAR-77 NOT = ZEROS
               MOVE SPACES TO REG-REL
               STRING "ESTOURO DA TABELA DE PARES: "
                   DESCARTADOS-PAR-77 " FORA DA RELACAO"
                   DELIMITED BY SIZE INTO REG-REL
               WRITE REG-REL.
           IF CHEIO-NDU
               MOVE SPACES TO REG-REL
               STRING "ARQNTDU.DAT CHEIO - REPETIDAS SEM RETENCAO; "
                   "LIMPE AS LINHAS LIBERADAS ANTIGAS"
                   DELIMITED BY SIZE INTO REG-REL
               WRITE REG-REL.
           CLOSE ARQ-REL.
      *
       IMPRIME-PAR.
           MOVE REP-PAR-WS (IDX-PAR-WS) TO IDX-REP-WS
           MOVE ORIG-PAR-WS (IDX-PAR-WS) TO IDX-ORIG-WS
           MOVE SPACES TO SITUACAO-LIN-WS
           IF SITUACAO-PAR-WS (IDX-PAR-WS) = "N"
               MOVE "REPETIDA RETIDA NA AGENDA (NOVA)"
                   TO SITUACAO-LIN-WS.
           IF SITUACAO-PAR-WS (IDX-PAR-WS) = "P"
               MOVE "REPETIDA RETIDA NA AGENDA"
                   TO SITUACAO-LIN-WS.
           IF SITUACAO-PAR-WS (IDX-PAR-WS) = "L"
               MOVE LIBERACAO-TAB-NDU-WS (NDU-PAR-WS (IDX-PAR-WS))
                   TO LIBERACAO-ED-WS
               STRING "LIBERADA EM " DIA-LIB-ED-WS "/"
                   MES-LIB-ED-WS "/" ANO-LIB-ED-WS " POR "
                   OPERADOR-TAB-NDU-WS (NDU-PAR-WS (IDX-PAR-WS))
                   DELIMITED BY SIZE INTO SITUACAO-LIN-WS.
           IF SITUACAO-PAR-WS (IDX-PAR-WS) = "F"
               OR SITUACAO-PAR-WS (IDX-PAR-WS) = SPACE
               MOVE "NAO RETIDA - CONTROLE CHEIO"
                   TO SITUACAO-LIN-WS.
           MOVE SPACES TO REG-REL
           IF TIPO-PAR-WS (IDX-PAR-WS) = "E"
               MOVE "EXATA" TO REG-REL (1:5)
           ELSE
               MOVE "QUASE" TO REG-REL (1:5).
           MOVE "FORN" TO REG-REL (7:4)
           MOVE FORN-ENT-WS (IDX-REP-WS) TO REG-REL (12:4)
           IF IND-ATU-ENT-WS (IDX-REP-WS) = "S"
               AND IND-ATU-ENT-WS (IDX-ORIG-WS) = "S"
               MOVE "ESTOQUE ATUALIZADO 2 VEZES" TO REG-REL (18:26).
           MOVE SITUACAO-LIN-WS TO REG-REL (46:44)
           WRITE REG-REL
           MOVE "1A.ENTRADA" TO ROTULO-LIN-WS
           MOVE IDX-ORIG-WS TO IDX-B-WS
           PERFORM MONTA-LINHA-ENT
           WRITE REG-REL FROM LINHA-ENT-WS
           MOVE "REPETIDA" TO ROTULO-LIN-WS
           MOVE IDX-REP-WS TO IDX-B-WS
           PERFORM MONTA-LINHA-ENT
           WRITE REG-REL FROM LINHA-ENT-WS.
      *
      *    DADOS DA ENTRADA IDX-B-WS NA LINHA DO RELATORIO (A DATA DA
      *    NOTA VEM AAMMDD, COMO A EMISSAO)
       MONTA-LINHA-ENT.
           MOVE FILIAL-ENT-WS (IDX-B-WS) TO FILIAL-LIN-WS
           MOVE NUMERO-ENT-WS (IDX-B-WS) TO NUMERO-LIN-WS
           MOVE SERIE-ENT-WS (IDX-B-WS) TO SERIE-LIN-WS
           MOVE MOVTO-ENT-WS (IDX-B-WS) TO MOVTO-ED-N-WS
           MOVE DIA-MOV-ED-WS TO DIA-MOV-LIN-WS
           MOVE MES-MOV-ED-WS TO MES-MOV-LIN-WS
           MOVE ANO-MOV-ED-WS TO ANO-MOV-LIN-WS
           MOVE DT-NTF-ENT-WS (IDX-B-WS) TO NTF-ED-N-WS
           MOVE DIA-NTF-ED-WS TO DIA-NTF-LIN-WS
           MOVE MES-NTF-ED-WS TO MES-NTF-LIN-WS
           MOVE ANO-NTF-ED-WS TO ANO-NTF-LIN-WS
           MOVE TOTAL-ENT-WS (IDX-B-WS) TO VALOR-LIN-WS
           MOVE IND-ATU-ENT-WS (IDX-B-WS) TO IND-ATU-LIN-WS.
      *
      *    GRAVA UMA LINHA NO LOG PERSISTENTE DE EXECUCOES (CONVLOG.LOG)
       GRAVA-LOG.
           MOVE "CONVNTDU" TO PROGRAMA-LOG-TX
           ACCEPT DATA-EXEC-LOG-TX FROM DATE YYYYMMDD
           ACCEPT HORA-EXEC-LOG-TX FROM TIME
           MOVE OPERADOR-EXEC-WS TO OPERADOR-LOG-TX
           ACCEPT HORA-FIM-EXEC-WS FROM TIME
           PERFORM CALCULA-DURACAO
           MOVE HORA-INI6-EXEC-WS TO HORA-INI-LOG-TX
           MOVE DURACAO-EXEC-WS TO DURACAO-LOG-TX
           MOVE SPACES TO FILTRO-LOG-TX
           STRING "DRIVE=" U-NTDU-WS " FILIAL=" FILIAL-NTDU-WS
               " MESES=" MESES-NTDU-WS " RETIDAS=" NOVAS-77
               DELIMITED BY SIZE
               INTO FILTRO-LOG-TX
           MOVE LIDOS-77 TO LIDOS-LOG-TX
           MOVE QTD-PAR-WS TO GRAVADOS-LOG-TX
           MOVE NOVAS-77 TO GRAVADOS2-LOG-TX
           MOVE "CONVNTDU.REL" TO NOME-REL-ARR-WS
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
           COPY NTDUPR.
      *
           COPY TRAVAPR.
      *
           COPY FILIALPR.
      *
           COPY DURAPR.
      *
           COPY OPERPR.
      *
           COPY ARQRPR.
