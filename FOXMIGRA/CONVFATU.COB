      *
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. CONVFATU.
       AUTHOR. LUIS AUGUSTO.
      *
      *    DATA DA ALTERACAO: 10/96
      *
      *    PRODUTIVIDADE E ERROS POR FATURISTA: PERCORRE O PERIODO DIA
      *    A DIA E, PARA CADA FATURISTA (FATURISTA-NTFS DO
      *    x:MVddmmff.Faa), ACUMULA NOTAS EMITIDAS, ITENS
      *    (x:ITddmmff.Faa), VALOR TOTAL, CLIENTES INCLUIDOS OU
      *    ALTERADOS NA HORA DO FATURAMENTO (IND-CLI-NTFS "S"/"A") E AS
      *    EXCECOES QUE O CONVNOTA GRAVA POR DIA: DIVERGENCIA CABECALHO
      *    X ITENS (DV), ERRO DE CST (CS), DIVERGENCIA DE PESO (PE) E
      *    ESTOURO DA TABELA DE ITENS (OV). OS ARQUIVOS DE EXCECAO SO
      *    TRAZEM FILIAL E NUMERO DA NOTA; O FATURISTA E ACHADO PELA
      *    NOTA NO MV DO MESMO DIA. SAI EM "CONVFATU.REL" UMA LINHA
      *    POR FATURISTA COM A QUANTIDADE E A TAXA DE CADA EXCECAO
      *    (POR 100 NOTAS; O CST, QUE E POR ITEM, POR 100 ITENS).
      *
      *    DATA DA ALTERACAO: 10/96
      *
      *    CADA "CONVFATU.REL" GERADO E GUARDADO NO ARQUIVO DE
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
           SELECT      ARQ-SRT    ASSIGN     TO   "CONVFATU.SRT".
      *
           SELECT      ARQ-DIA    ASSIGN     TO   DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ESTADO.
      *
           SELECT      ARQ-REL    ASSIGN     TO   "CONVFATU.REL"
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
           COPY OPERSL.
      *
       DATA DIVISION.
       FILE SECTION.
      *
       SD  ARQ-SRT
           DATA      RECORD       REG-SRT.
       01  REG-SRT.
           05  FATUR-SRT                     PIC X(05).
           05  NOTAS-SRT                     PIC 9(05).
           05  ITENS-SRT                     PIC 9(07).
           05  VALOR-SRT                     PIC 9(13).
           05  NOVOS-SRT                     PIC 9(05).
           05  ALTER-SRT                     PIC 9(05).
           05  EXC-SRT OCCURS 4 TIMES        PIC 9(05).
      *
      *    ARQUIVOS DIARIOS GERADOS PELO CONVNOTA (x:MV, x:IT, x:DV,
      *    x:CS, x:PE E x:OV ddmmff.Faa) - O NOME VEM DE ARQDIA-WS
       FD  ARQ-DIA
           LABEL     RECORD       STANDARD
           VALUE     OF FILE-ID   ARQDIA-WS
           DATA      RECORD       REG-DIA.
       01  REG-DIA                           PIC X(500).
      *    CABECALHO DA NOTA (MV)
       01  REG-DIA-NOTA.
           05  FILLER                        PIC X(04).
           05  NUMERO-NT                     PIC 9(06).
           05  FILLER                        PIC X(185).
           05  TOTAL-NT                      PIC 9(11).
           05  FILLER                        PIC X(199).
           05  IND-CLI-NT                    PIC X(01).
               88  CLIENTE-INCLUIDO-NT       VALUE "S".
               88  CLIENTE-ALTERADO-NT       VALUE "A".
           05  FILLER                        PIC X(58).
           05  FATURISTA-NT                  PIC X(05).
           05  FILLER                        PIC X(31).
      *    ITEM DA NOTA (IT)
       01  REG-DIA-ITEM.
           05  FILLER                        PIC X(02).
           05  NUMERO-IT                     PIC 9(06).
           05  FILLER                        PIC X(81).
           05  FATURISTA-IT                  PIC X(05).
           05  FILLER                        PIC X(406).
      *    EXCECAO (DV, CS, PE, OV: TODAS COMECAM POR FILIAL E NOTA)
       01  REG-DIA-EXC.
           05  FILLER                        PIC X(02).
           05  NUMERO-EXC                    PIC 9(06).
           05  FILLER                        PIC X(492).
      *
       FD  ARQ-REL
           LABEL     RECORD       STANDARD
           VALUE     OF FILE-ID   "CONVFATU.REL"
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
       77  NOTAS-77        VALUE 0             PIC 9(07).
       77  EXCECOES-77     VALUE 0             PIC 9(07).
       77  SEM-NOTA-77     VALUE 0             PIC 9(05).
       77  NOTAS-FORA-77   VALUE 0             PIC 9(05).
       77  FAT-FORA-77     VALUE 0             PIC 9(05).
       77  FATURISTAS-77   VALUE 0             PIC 9(05).
      *    REPINTA OS CONTADORES DA TELA SO A CADA INTERVALO-TELA-WS
      *    REGISTROS, PARA A TELA NAO DOMINAR A VARREDURA DO PERIODO
       77  INTERVALO-TELA-WS  VALUE 100         PIC 9(05).
       77  CONTA-TELA-WS      VALUE 1           PIC 9(05).
       77  DD-MM-77        VALUE ZEROS         PIC 99/99.
       77  FIM-DIA-WS                          PIC X(01).
           88  ACABOU-DIA                      VALUE "S".
       77  FIM-SRT-WS                          PIC X(01).
           88  ACABOU-SRT                      VALUE "S".
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
      *    INICIO DO PERIODO GUARDADO PARA O CABECALHO (A VARREDURA
      *    AVANCA INICIAL-WS/ANO-INI-WS)
       01  INICIAL-SALVO-WS                    PIC 9(04).
       01  ANO-INI-SALVO-WS                    PIC 9(04).
       01  MESDIA-INI-WS.
           05  ANO-CORTE-INI-WS                PIC 9(04).
           05  MES-CORTE-INI-WS                PIC 9(02).
           05  DIA-CORTE-INI-WS                PIC 9(02).
       01  MESDIA-FIM-WS.
           05  ANO-CORTE-FIM-WS                PIC 9(04).
           05  MES-CORTE-FIM-WS                PIC 9(02).
           05  DIA-CORTE-FIM-WS                PIC 9(02).
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
      *    PREFIXOS DOS ARQUIVOS DE EXCECAO, NA ORDEM DAS COLUNAS
       01  PREFIXOS-EXC-VL-WS   PIC X(08) VALUE "DVCSPEOV".
       01  FILLER REDEFINES PREFIXOS-EXC-VL-WS.
           05  PREFIXO-EXC-VL OCCURS 4 TIMES   PIC X(02).
       77  TIPO-EXC-WS                         PIC 9(01).
      *
      *    ACUMULADO DO PERIODO POR FATURISTA ("-----" = NOTA SEM
      *    FATURISTA; "?????" = EXCECAO DE NOTA QUE NAO ESTA NO MV)
       77  QTD-FAT-WS      VALUE 0             PIC 9(03).
       01  TAB-FAT-WS.
           05  TAB-FAT-ITEM OCCURS 200 TIMES INDEXED BY IDX-FAT-WS.
               10  COD-TAB-FAT-WS              PIC X(05).
               10  NOTAS-TAB-FAT-WS            PIC 9(05).
               10  ITENS-TAB-FAT-WS            PIC 9(07).
               10  VALOR-TAB-FAT-WS            PIC 9(13).
               10  NOVOS-TAB-FAT-WS            PIC 9(05).
               10  ALTER-TAB-FAT-WS            PIC 9(05).
               10  EXC-TAB-FAT-WS OCCURS 4 TIMES
                                               PIC 9(05).
       77  FAT-BUSCA-WS                        PIC X(05).
       77  IDX-ACHADO-FAT-WS                   PIC 9(03).
       77  IDX-LIB-WS                          PIC 9(03).
      *
      *    NOTAS DO DIA CORRENTE COM O FATURISTA DE CADA UMA
       77  QTD-NOTA-WS     VALUE 0             PIC 9(04).
       01  TAB-NOTA-WS.
           05  TAB-NOTA-ITEM OCCURS 3000 TIMES INDEXED BY IDX-NOTA-WS.
               10  NUM-TAB-NOTA-WS             PIC 9(06).
               10  FAT-TAB-NOTA-WS             PIC 9(03).
       77  NOTA-BUSCA-WS                       PIC 9(06).
      *
      *    TOTAIS DA FILIAL
       01  TOTAIS-WS.
           05  NOTAS-TOT-WS                    PIC 9(07).
           05  ITENS-TOT-WS                    PIC 9(07).
           05  VALOR-TOT-WS                    PIC 9(13).
           05  NOVOS-TOT-WS                    PIC 9(05).
           05  ALTER-TOT-WS                    PIC 9(05).
           05  EXC-TOT-WS OCCURS 4 TIMES       PIC 9(05).
       77  TAXA-WS                             PIC 9(03)V9.
       77  BASE-TAXA-WS                        PIC 9(07).
      *
       01  CAB1-WS.
           05  FILLER  VALUE "FATUR NOTAS  ITENS       VALOR"
                                               PIC X(30).
           05  FILLER  VALUE " CLI. CLI. DIV.CAB/IT    ERRO "
                                               PIC X(30).
           05  FILLER  VALUE "CST    DIV.PESO   ESTOURO IT  "
                                               PIC X(30).
       01  CAB2-WS.
           05  FILLER  VALUE "                              "
                                               PIC X(30).
           05  FILLER  VALUE " NOVO ALT.   QTD   %     QTD  "
                                               PIC X(30).
           05  FILLER  VALUE " %     QTD   %     QTD   %    "
                                               PIC X(30).
       01  LINHA-FAT-WS.
           05  FATUR-LIN-WS                    PIC X(05).
           05  FILLER                          PIC X(01) VALUE SPACE.
           05  NOTAS-LIN-WS                    PIC ZZZZ9.
           05  FILLER                          PIC X(01) VALUE SPACE.
           05  ITENS-LIN-WS                    PIC ZZZZZ9.
           05  FILLER                          PIC X(01) VALUE SPACE.
           05  VALOR-LIN-WS                    PIC ZZZ.ZZZ.ZZ9.
           05  FILLER                          PIC X(01) VALUE SPACE.
           05  NOVOS-LIN-WS                    PIC ZZZ9.
           05  FILLER                          PIC X(01) VALUE SPACE.
           05  ALTER-LIN-WS                    PIC ZZZ9.
           05  EXC-LIN-ITEM OCCURS 4 TIMES.
               10  FILLER                      PIC X(01).
               10  QTD-EXC-LIN-WS              PIC ZZZZ9.
               10  FILLER                      PIC X(01).
               10  TAXA-EXC-LIN-WS             PIC ZZ9,9.
           05  FILLER                          PIC X(02) VALUE SPACES.
      *
           COPY TELAWS.
           COPY PARMAUTO.
      *
           COPY OPERWS.
           COPY DURAWS.
           COPY FILIALVL.
      *
      *    NOME DO ARQUIVO DIARIO (PREFIXO MV, IT, DV, CS, PE OU OV)
       01  ARQDIA-WS.
           05  U-DIA-WS                        PIC X(01).
           05  FILLER VALUE ":"                PIC X(01).
           05  PREFIXO-DIA-WS                  PIC X(02).
           05  DATA-DIA-WS                     PIC 9(04).
           05  FILIAL-DIA-WS                   PIC 9(02).
           05  FILLER VALUE ".F"               PIC X(02).
           05  ANO-DIA-WS                      PIC 9(02).
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
           DISPLAY (5, 16) "* PRODUTIVIDADE E ERROS POR FATURISTA *"

           PERFORM CARREGA-FILIAL THRU CARREGA-FILIAL-EXIT
           MOVE "CONVFATU" TO PROGRAMA-EXEC-WS
           PERFORM CARREGA-PARM THRU CARREGA-PARM-EXIT
           IF MODO-AUTO AND TELA-PARM-WS NOT = ZEROS
               MOVE TELA-PARM-WS TO INTERVALO-TELA-WS.
           IF MODO-AUTO
               MOVE DRIVE-PARM-WS TO U-DIA-WS
               MOVE FILIAL-INI-PARM-WS TO FILIAL-DIA-WS.

           DISPLAY (9, 10) "Operador................:"
           IF NOT MODO-AUTO
               ACCEPT (, ) OPERADOR-EXEC-WS WITH PROMPT UPDATE.
           MOVE "CONVFATU" TO PROGRAMA-ACE-WS
           MOVE MODO-AUTO-WS TO SEM-SENHA-ACE-WS
           PERFORM AUTENTICA-OPERADOR THRU AUTENTICA-OPERADOR-EXIT.

           DISPLAY (10, 10) "Informe o Drive dos arqs:"
           IF NOT MODO-AUTO
               ACCEPT (, ) U-DIA-WS WITH PROMPT UPDATE
               ACCEPT ESCAPE-77 FROM ESCAPE KEY
               IF ESCAPE-77 NOT = ZEROS STOP RUN.

           DISPLAY (11, 10) "Informe a Filial .......:"
           IF NOT MODO-AUTO
               ACCEPT (, ) FILIAL-DIA-WS WITH PROMPT UPDATE
               IF ESCAPE-77 NOT = ZEROS GO TO INICIO-010.
           PERFORM VARYING IDX-FIL-VL-WS FROM 1 BY 1
               UNTIL IDX-FIL-VL-WS > QTD-FILIAL-VL
               OR FILIAL-VL-WS (IDX-FIL-VL-WS) = FILIAL-DIA-WS
           END-PERFORM
           IF IDX-FIL-VL-WS > QTD-FILIAL-VL
               DISPLAY (24, 10) "FILIAL INVALIDA - VERIFIQUE O NUMERO"
               IF MODO-AUTO GO TO TERMINA-ERRO-PARM END-IF
               GO TO INICIO-010.

           DISPLAY (12, 10) "Data Inicial (dd/mm)....:"
           IF NOT MODO-AUTO
               ACCEPT (, ) DD-MM-77 WITH PROMPT UPDATE
               IF ESCAPE-77 NOT = ZEROS GO TO INICIO-010.
           MOVE DD-MM-77 TO INICIAL-WS
           IF MODO-AUTO
               MOVE DIA-INI-PARM-WS TO DIA-INI-WS
               MOVE MES-INI-PARM-WS TO MES-INI-WS.
           IF DIA-INI-WS = ZEROS
               IF MODO-AUTO GO TO TERMINA-ERRO-PARM END-IF
               GO TO INICIO-010.
           MOVE ZEROS TO DD-MM-77
           DISPLAY (13, 10) "Data Final   (dd/mm)....:"
           IF NOT MODO-AUTO
               ACCEPT (, ) DD-MM-77 WITH PROMPT UPDATE
               IF ESCAPE-77 NOT = ZEROS GO TO INICIO-010.
           MOVE DD-MM-77 TO FINAL-WS
           IF MODO-AUTO
               MOVE DIA-FIM-PARM-WS TO DIA-FIM-WS
               MOVE MES-FIM-PARM-WS TO MES-FIM-WS.
           IF DIA-FIM-WS = ZEROS
               IF MODO-AUTO GO TO TERMINA-ERRO-PARM END-IF
               GO TO INICIO-010.
           DISPLAY (13, 40) "Ano (aaaa):"
           IF NOT MODO-AUTO
               ACCEPT (13, 52) ANO-INI-WS WITH PROMPT UPDATE
               IF ESCAPE-77 NOT = ZEROS GO TO INICIO-010.
           IF MODO-AUTO
               MOVE ANO-INI-PARM-WS TO ANO-INI-WS.
           IF ANO-INI-WS = ZEROS
               IF MODO-AUTO GO TO TERMINA-ERRO-PARM END-IF
               GO TO INICIO-010.
           MOVE ANO-INI-WS TO ANO-FIM-WS
           IF MES-FIM-WS < MES-INI-WS
               COMPUTE ANO-FIM-WS = ANO-INI-WS + 1.
           MOVE INICIAL-WS TO INICIAL-SALVO-WS
           MOVE ANO-INI-WS TO ANO-INI-SALVO-WS

           DISPLAY (15, 10) "NOTAS LIDAS:        FATURISTAS:"
           MOVE 0 TO LIDOS-77 NOTAS-77 EXCECOES-77 FATURISTAS-77
           MOVE 0 TO SEM-NOTA-77 NOTAS-FORA-77 FAT-FORA-77
           MOVE 0 TO QTD-FAT-WS
           PERFORM VARRE-PERIODO THRU VARRE-PERIODO-EXIT
           SORT ARQ-SRT
               ON ASCENDING KEY FATUR-SRT
               INPUT  PROCEDURE IS 100-CARGA
               OUTPUT PROCEDURE IS 200-RELATORIO
           DISPLAY (23, 10) "RELATORIO GRAVADO EM CONVFATU.REL"
           PERFORM REPINTA-TELA
           PERFORM GRAVA-LOG
           IF MODO-AUTO GOBACK.
           GO TO 015-DATAS.
      *
      *    PERCORRE O PERIODO DIA A DIA: PRIMEIRO O MV (QUE MONTA A
      *    TABELA NOTA X FATURISTA DO DIA), DEPOIS OS ITENS E POR FIM
      *    OS QUATRO ARQUIVOS DE EXCECAO
       VARRE-PERIODO.
           SUBTRACT 1 FROM DIA-INI-WS.
       VARRE-PERIODO-DIA.
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
               GO TO VARRE-PERIODO-EXIT.
           MOVE INICIAL-WS TO DATA-DIA-WS
           MOVE ANO2-INI-WS TO ANO-DIA-WS
           MOVE 0 TO QTD-NOTA-WS
           MOVE "MV" TO PREFIXO-DIA-WS
           MOVE "N" TO FIM-DIA-WS
           OPEN INPUT ARQ-DIA
           IF ESTADO NOT = ZEROS
               GO TO VARRE-PERIODO-DIA.
           PERFORM LE-NOTA THRU LE-NOTA-EXIT UNTIL ACABOU-DIA
           CLOSE ARQ-DIA
           MOVE "IT" TO PREFIXO-DIA-WS
           MOVE "N" TO FIM-DIA-WS
           OPEN INPUT ARQ-DIA
           IF ESTADO = ZEROS
               PERFORM LE-ITEM THRU LE-ITEM-EXIT UNTIL ACABOU-DIA
               CLOSE ARQ-DIA.
           PERFORM LE-ARQ-EXCECAO
               VARYING TIPO-EXC-WS FROM 1 BY 1 UNTIL TIPO-EXC-WS > 4
           GO TO VARRE-PERIODO-DIA.
       VARRE-PERIODO-EXIT.
           EXIT.
      *
       LE-NOTA.
           READ ARQ-DIA AT END MOVE "S" TO FIM-DIA-WS END-READ
           IF ACABOU-DIA GO TO LE-NOTA-EXIT.
           IF REG-DIA (1:1) = "0" AND REG-DIA (2:4) = "CONV"
               GO TO LE-NOTA-EXIT.
           IF REG-DIA (1:1) = "9" AND REG-DIA (22:479) = SPACES
               GO TO LE-NOTA-EXIT.
           ADD 1 TO LIDOS-77 NOTAS-77
           PERFORM MOSTRA-PROGRESSO
           MOVE FATURISTA-NT TO FAT-BUSCA-WS
           IF FAT-BUSCA-WS = SPACES
               MOVE "-----" TO FAT-BUSCA-WS.
           PERFORM ACHA-FATURISTA
           IF IDX-ACHADO-FAT-WS = ZEROS GO TO LE-NOTA-EXIT.
           ADD 1 TO NOTAS-TAB-FAT-WS (IDX-ACHADO-FAT-WS)
           ADD TOTAL-NT TO VALOR-TAB-FAT-WS (IDX-ACHADO-FAT-WS)
           IF CLIENTE-INCLUIDO-NT
               ADD 1 TO NOVOS-TAB-FAT-WS (IDX-ACHADO-FAT-WS).
           IF CLIENTE-ALTERADO-NT
               ADD 1 TO ALTER-TAB-FAT-WS (IDX-ACHADO-FAT-WS).
           IF QTD-NOTA-WS < 3000
               ADD 1 TO QTD-NOTA-WS
               MOVE NUMERO-NT TO NUM-TAB-NOTA-WS (QTD-NOTA-WS)
               MOVE IDX-ACHADO-FAT-WS TO FAT-TAB-NOTA-WS (QTD-NOTA-WS)
           ELSE
               ADD 1 TO NOTAS-FORA-77.
       LE-NOTA-EXIT.
           EXIT.
      *
      *    O ITEM TRAZ O FATURISTA; PARA ARQUIVOS ANTIGOS (SEM O CAMPO)
      *    VALE O DA NOTA
       LE-ITEM.
           READ ARQ-DIA AT END MOVE "S" TO FIM-DIA-WS END-READ
           IF ACABOU-DIA GO TO LE-ITEM-EXIT.
           IF REG-DIA (1:1) = "0" AND REG-DIA (2:4) = "CONV"
               GO TO LE-ITEM-EXIT.
           IF REG-DIA (1:1) = "9" AND REG-DIA (22:99) = SPACES
               GO TO LE-ITEM-EXIT.
           IF FATURISTA-IT NOT = SPACES
               MOVE FATURISTA-IT TO FAT-BUSCA-WS
               PERFORM ACHA-FATURISTA
           ELSE
               MOVE NUMERO-IT TO NOTA-BUSCA-WS
               PERFORM ACHA-NOTA.
           IF IDX-ACHADO-FAT-WS NOT = ZEROS
               ADD 1 TO ITENS-TAB-FAT-WS (IDX-ACHADO-FAT-WS).
       LE-ITEM-EXIT.
           EXIT.
      *
       LE-ARQ-EXCECAO.
           MOVE PREFIXO-EXC-VL (TIPO-EXC-WS) TO PREFIXO-DIA-WS
           MOVE "N" TO FIM-DIA-WS
           OPEN INPUT ARQ-DIA
           IF ESTADO = ZEROS
               PERFORM LE-EXCECAO THRU LE-EXCECAO-EXIT UNTIL ACABOU-DIA
               CLOSE ARQ-DIA.
      *
      *    O TRAILER TEM QUANTIDADE E CONTROLE ATE A COLUNA 21; OS
      *    REGISTROS CURTOS (CS, OV) TEM BRANCO ALI
       LE-EXCECAO.
           READ ARQ-DIA AT END MOVE "S" TO FIM-DIA-WS END-READ
           IF ACABOU-DIA GO TO LE-EXCECAO-EXIT.
           IF REG-DIA (1:1) = "0" AND REG-DIA (2:4) = "CONV"
               GO TO LE-EXCECAO-EXIT.
           IF REG-DIA (1:1) = "9" AND REG-DIA (19:3) NOT = SPACES
               AND REG-DIA (22:479) = SPACES
               GO TO LE-EXCECAO-EXIT.
           ADD 1 TO EXCECOES-77
           MOVE NUMERO-EXC TO NOTA-BUSCA-WS
           PERFORM ACHA-NOTA
           IF IDX-ACHADO-FAT-WS NOT = ZEROS
               ADD 1 TO EXC-TAB-FAT-WS (IDX-ACHADO-FAT-WS TIPO-EXC-WS).
       LE-EXCECAO-EXIT.
           EXIT.
      *
      *    DEVOLVE EM IDX-ACHADO-FAT-WS A LINHA DO FATURISTA DA NOTA
      *    NOTA-BUSCA-WS DO DIA; NOTA FORA DO MV VAI PARA "?????"
       ACHA-NOTA.
           PERFORM VARYING IDX-NOTA-WS FROM 1 BY 1
               UNTIL IDX-NOTA-WS > QTD-NOTA-WS
               OR NUM-TAB-NOTA-WS (IDX-NOTA-WS) = NOTA-BUSCA-WS
           END-PERFORM
           IF IDX-NOTA-WS > QTD-NOTA-WS
               ADD 1 TO SEM-NOTA-77
               MOVE "?????" TO FAT-BUSCA-WS
               PERFORM ACHA-FATURISTA
           ELSE
               MOVE FAT-TAB-NOTA-WS (IDX-NOTA-WS)
                   TO IDX-ACHADO-FAT-WS.
      *
      *    DEVOLVE EM IDX-ACHADO-FAT-WS A LINHA DE FAT-BUSCA-WS,
      *    INCLUINDO O FATURISTA NA PRIMEIRA VEZ (ZERO = TABELA CHEIA)
       ACHA-FATURISTA.
           PERFORM VARYING IDX-FAT-WS FROM 1 BY 1
               UNTIL IDX-FAT-WS > QTD-FAT-WS
               OR COD-TAB-FAT-WS (IDX-FAT-WS) = FAT-BUSCA-WS
           END-PERFORM
           IF IDX-FAT-WS NOT > QTD-FAT-WS
               SET IDX-ACHADO-FAT-WS TO IDX-FAT-WS
           ELSE
               IF QTD-FAT-WS < 200
                   ADD 1 TO QTD-FAT-WS
                   MOVE QTD-FAT-WS TO IDX-ACHADO-FAT-WS
                   MOVE 0 TO NOTAS-TAB-FAT-WS (QTD-FAT-WS)
                   MOVE 0 TO ITENS-TAB-FAT-WS (QTD-FAT-WS)
                   MOVE 0 TO VALOR-TAB-FAT-WS (QTD-FAT-WS)
                   MOVE 0 TO NOVOS-TAB-FAT-WS (QTD-FAT-WS)
                   MOVE 0 TO ALTER-TAB-FAT-WS (QTD-FAT-WS)
                   MOVE 0 TO EXC-TAB-FAT-WS (QTD-FAT-WS, 1)
                   MOVE 0 TO EXC-TAB-FAT-WS (QTD-FAT-WS, 2)
                   MOVE 0 TO EXC-TAB-FAT-WS (QTD-FAT-WS, 3)
                   MOVE 0 TO EXC-TAB-FAT-WS (QTD-FAT-WS, 4)
                   MOVE FAT-BUSCA-WS TO COD-TAB-FAT-WS (QTD-FAT-WS)
                   ADD 1 TO FATURISTAS-77
               ELSE
                   MOVE ZEROS TO IDX-ACHADO-FAT-WS
                   ADD 1 TO FAT-FORA-77.
      *
      *    CARGA: UMA LINHA POR FATURISTA PARA ORDENAR PELO CODIGO
       100-CARGA SECTION.
       110-LIBERA.
           PERFORM 120-LIBERA-FATURISTA
               VARYING IDX-LIB-WS FROM 1 BY 1
               UNTIL IDX-LIB-WS > QTD-FAT-WS
           GO TO 190-FIM-CARGA.
       120-LIBERA-FATURISTA.
           MOVE COD-TAB-FAT-WS (IDX-LIB-WS) TO FATUR-SRT
           MOVE NOTAS-TAB-FAT-WS (IDX-LIB-WS) TO NOTAS-SRT
           MOVE ITENS-TAB-FAT-WS (IDX-LIB-WS) TO ITENS-SRT
           MOVE VALOR-TAB-FAT-WS (IDX-LIB-WS) TO VALOR-SRT
           MOVE NOVOS-TAB-FAT-WS (IDX-LIB-WS) TO NOVOS-SRT
           MOVE ALTER-TAB-FAT-WS (IDX-LIB-WS) TO ALTER-SRT
           MOVE EXC-TAB-FAT-WS (IDX-LIB-WS 1) TO EXC-SRT (1)
           MOVE EXC-TAB-FAT-WS (IDX-LIB-WS 2) TO EXC-SRT (2)
           MOVE EXC-TAB-FAT-WS (IDX-LIB-WS 3) TO EXC-SRT (3)
           MOVE EXC-TAB-FAT-WS (IDX-LIB-WS 4) TO EXC-SRT (4)
           RELEASE REG-SRT.
       190-FIM-CARGA.
           EXIT.
      *
      *    DEVOLUCAO: UMA LINHA POR FATURISTA E O TOTAL DA FILIAL
       200-RELATORIO SECTION.
       210-PREPARA.
           OPEN OUTPUT ARQ-REL
           MOVE SPACES TO REG-REL
           STRING "FATURISTAS FILIAL " FILIAL-DIA-WS
               " DE " INICIAL-SALVO-WS "/" ANO-INI-SALVO-WS
               " ATE " FINAL-WS "/" ANO-FIM-WS
               DELIMITED BY SIZE INTO REG-REL
           WRITE REG-REL
           MOVE SPACES TO REG-REL
           WRITE REG-REL
           WRITE REG-REL FROM CAB1-WS
           WRITE REG-REL FROM CAB2-WS
           MOVE 0 TO NOTAS-TOT-WS ITENS-TOT-WS VALOR-TOT-WS
           MOVE 0 TO NOVOS-TOT-WS ALTER-TOT-WS
           MOVE 0 TO EXC-TOT-WS (1) EXC-TOT-WS (2)
           MOVE 0 TO EXC-TOT-WS (3) EXC-TOT-WS (4)
           MOVE "N" TO FIM-SRT-WS.
       220-DEVOLVE.
           RETURN ARQ-SRT
               AT END MOVE "S" TO FIM-SRT-WS
           END-RETURN
           IF ACABOU-SRT
               GO TO 280-ENCERRA.
           ADD NOTAS-SRT TO NOTAS-TOT-WS
           ADD ITENS-SRT TO ITENS-TOT-WS
           ADD VALOR-SRT TO VALOR-TOT-WS
           ADD NOVOS-SRT TO NOVOS-TOT-WS
           ADD ALTER-SRT TO ALTER-TOT-WS
           ADD EXC-SRT (1) TO EXC-TOT-WS (1)
           ADD EXC-SRT (2) TO EXC-TOT-WS (2)
           ADD EXC-SRT (3) TO EXC-TOT-WS (3)
           ADD EXC-SRT (4) TO EXC-TOT-WS (4)
           PERFORM 230-MONTA-LINHA
           WRITE REG-REL FROM LINHA-FAT-WS
           GO TO 220-DEVOLVE.
      *
      *    MONTA LINHA-FAT-WS A PARTIR DE REG-SRT (TAXAS POR 100
      *    NOTAS; A DE CST POR 100 ITENS)
       230-MONTA-LINHA.
           MOVE SPACES TO LINHA-FAT-WS
           MOVE FATUR-SRT TO FATUR-LIN-WS
           MOVE NOTAS-SRT TO NOTAS-LIN-WS
           MOVE ITENS-SRT TO ITENS-LIN-WS
           MOVE VALOR-SRT TO VALOR-LIN-WS
           MOVE NOVOS-SRT TO NOVOS-LIN-WS
           MOVE ALTER-SRT TO ALTER-LIN-WS
           PERFORM 240-TAXA
               VARYING TIPO-EXC-WS FROM 1 BY 1 UNTIL TIPO-EXC-WS > 4.
      *
       240-TAXA.
           MOVE EXC-SRT (TIPO-EXC-WS) TO QTD-EXC-LIN-WS (TIPO-EXC-WS)
           IF TIPO-EXC-WS = 2
               MOVE ITENS-SRT TO BASE-TAXA-WS
           ELSE
               MOVE NOTAS-SRT TO BASE-TAXA-WS.
           MOVE ZEROS TO TAXA-WS
           IF BASE-TAXA-WS NOT = ZEROS
               COMPUTE TAXA-WS ROUNDED =
                   EXC-SRT (TIPO-EXC-WS) * 100 / BASE-TAXA-WS
                   ON SIZE ERROR MOVE 999,9 TO TAXA-WS
               END-COMPUTE.
           MOVE TAXA-WS TO TAXA-EXC-LIN-WS (TIPO-EXC-WS).
      *
       280-ENCERRA.
           MOVE SPACES TO REG-REL
           WRITE REG-REL
           MOVE "TOTAL" TO FATUR-SRT
           MOVE NOTAS-TOT-WS TO NOTAS-SRT
           MOVE ITENS-TOT-WS TO ITENS-SRT
           MOVE VALOR-TOT-WS TO VALOR-SRT
           MOVE NOVOS-TOT-WS TO NOVOS-SRT
           MOVE ALTER-TOT-WS TO ALTER-SRT
           MOVE EXC-TOT-WS (1) TO EXC-SRT (1)
           MOVE EXC-TOT-WS (2) TO EXC-SRT (2)
           MOVE EXC-TOT-WS (3) TO EXC-SRT (3)
           MOVE EXC-TOT-WS (4) TO EXC-SRT (4)
           PERFORM 230-MONTA-LINHA
           WRITE REG-REL FROM LINHA-FAT-WS
           MOVE SPACES TO REG-REL
           WRITE REG-REL
           IF SEM-NOTA-77 NOT = ZEROS
               MOVE SPACES TO REG-REL
               STRING "EXCECOES/ITENS DE NOTA FORA DO MV (?????): "
                   SEM-NOTA-77
                   DELIMITED BY SIZE INTO REG-REL
               WRITE REG-REL.
           IF NOTAS-FORA-77 NOT = ZEROS
               MOVE SPACES TO REG-REL
               STRING "NOTAS ALEM DE 3000 NO DIA (EXCECOES EM ?????): "
                   NOTAS-FORA-77
                   DELIMITED BY SIZE INTO REG-REL
               WRITE REG-REL.
           IF FAT-FORA-77 NOT = ZEROS
               MOVE SPACES TO REG-REL
               STRING "REGISTROS DE FATURISTAS ALEM DE 200 IGNORADOS: "
                   FAT-FORA-77
                   DELIMITED BY SIZE INTO REG-REL
               WRITE REG-REL.
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
           DISPLAY (15, 23) NOTAS-77
           DISPLAY (15, 42) FATURISTAS-77.
      *
      *    GRAVA UMA LINHA NO LOG PERSISTENTE DE EXECUCOES (CONVLOG.LOG)
       GRAVA-LOG.
           MOVE "CONVFATU" TO PROGRAMA-LOG-TX
           ACCEPT DATA-EXEC-LOG-TX FROM DATE YYYYMMDD
           ACCEPT HORA-EXEC-LOG-TX FROM TIME
           MOVE OPERADOR-EXEC-WS TO OPERADOR-LOG-TX
           ACCEPT HORA-FIM-EXEC-WS FROM TIME
           PERFORM CALCULA-DURACAO
           MOVE HORA-INI6-EXEC-WS TO HORA-INI-LOG-TX
           MOVE DURACAO-EXEC-WS TO DURACAO-LOG-TX
           MOVE SPACES TO FILTRO-LOG-TX
           STRING "DRIVE=" U-DIA-WS " FILIAL=" FILIAL-DIA-WS
               " FATURISTAS=" FATURISTAS-77
               DELIMITED BY SIZE
               INTO FILTRO-LOG-TX
           MOVE LIDOS-77 TO LIDOS-LOG-TX
           MOVE NOTAS-77 TO GRAVADOS-LOG-TX
           MOVE EXCECOES-77 TO GRAVADOS2-LOG-TX
           MOVE "CONVFATU.REL" TO NOME-REL-ARR-WS
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
           COPY DURAPR.
      *
           COPY OPERPR.
      *
           COPY ARQRPR.
      *
           COPY TRAVAPR.
