      *
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. CONVDVBX.
       AUTHOR. LUIS AUGUSTO.
      *
      *    DATA DA ALTERACAO: 10/96
      *
      *    CONFERENCIA DAS BAIXAS POR DEVOLUCAO: A BAIXA COM
      *    COD-OPER "4" (DEVOLUCAO) DO CONVBAIX QUITA A DUPLICATA SEM
      *    QUE NINGUEM CONFIRA SE A MERCADORIA VOLTOU. ESTE PROGRAMA
      *    LE AS BAIXAS DE DEVOLUCAO DA FAIXA (x:BXddmmff.Baa), CASA
      *    O CPF/CGC DO CLIENTE PELO CORPO CONTRA O EXTRATO DO CADDUP
      *    ("x:CADDUPff.EXT", COMO O CONVJURO) E PROCURA, DO
      *    RETROSPECTO INFORMADO (PADRAO 30 DIAS) ATE O FIM DA FAIXA,
      *    OS DOCUMENTOS DE RETORNO DO MESMO CLIENTE NO x:MVddmmff.Faa
      *    - NOTA DE RECLAMACAO (IND-TIPO 5) OU NOTA DE ENTRADA (TIPO
      *    3). CADA BAIXA CONSOME O SALDO DE UM DOCUMENTO DE VALOR
      *    IGUAL OU MAIOR; AS QUE FICAM SEM DOCUMENTO, OU MAIORES QUE
      *    ELE, SAEM EM "CONVDVBX.REL" POR REGIAO E POR LOTE DE
      *    DIGITACAO (CHAVE-LOTE, QUE IDENTIFICA O OPERADOR), COM OS
      *    SUBTOTAIS. DEVOLUCAO SEM MERCADORIA E PERDA DISFARCADA.
      *
      *    DATA DA ALTERACAO: 10/96
      *
      *    O CABECALHO E O TOTAL DE CADA REGIAO IMPRIMEM O NOME DA
      *    REGIAO DO CADASTRO DE REGIOES ("ARQREGI.DAT", COPY REGIPR).
      *
      *    DATA DA ALTERACAO: 10/96
      *
      *    CADA "CONVDVBX.REL" GERADO E GUARDADO NO ARQUIVO DE
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
           SELECT      ARQ-BX     ASSIGN     TO   DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ESTADO.
      *
           SELECT      ARQ-NT     ASSIGN     TO   DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ESTADO-NT.
      *
           SELECT      ARQ-REL    ASSIGN     TO   "CONVDVBX.REL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ESTADO-REL.
      *
           SELECT      ARQ-SRT    ASSIGN     TO   "CONVDVBX.SRT".
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
           COPY DUPXSL.
      *
           COPY FILIALSL.
      *
           COPY OPERSL.
      *
           COPY REGISL.
      *
       DATA DIVISION.
       FILE SECTION.
      *
      *    ARQUIVO DIARIO DE BAIXAS GERADO PELO CONVBAIX
       FD  ARQ-BX
           LABEL     RECORD       STANDARD
           VALUE     OF FILE-ID   ARQBX-WS
           DATA      RECORD       REG-BX.
       01  REG-BX                            PIC X(120).
       01  REG-BX-DET.
           05  TIPO-BX                       PIC X(01).
           05  CORPO-BX                      PIC 9(07).
           05  DTPAG-BX                      PIC 9(06).
           05  VALORPAG-BX                   PIC 9(13).
           05  DTVENC-BX                     PIC 9(06).
           05  JURO-BX                       PIC 9(11).
           05  DESP-BX                       PIC 9(11).
           05  DESC-BX                       PIC 9(11).
           05  REGIAO-BX                     PIC 9(03).
           05  BANCO-BX                      PIC 9(03).
           05  NATU-BX                       PIC 9(02).
           05  COD-OPER-BX                   PIC X(01).
               88  DEVOLUCAO-BX              VALUE "4".
           05  CHAVE-LOTE-BX                 PIC X(27).
           05  STATUS-BX                     PIC X(01).
           05  VERSAO-BX                     PIC X(01).
           05  FILLER                        PIC X(16).
      *
      *    NOTAS DO DIA GERADAS PELO CONVNOTA (x:MVddmmff.Faa)
       FD  ARQ-NT
           LABEL     RECORD       STANDARD
           VALUE     OF FILE-ID   ARQNT-WS
           DATA      RECORD       REG-NT.
       01  REG-NT                            PIC X(500).
       01  REG-NT-NOTA.
           05  FILLER                        PIC X(02).
           05  TIPO-NT                       PIC 9(01).
               88  ENTRADA-NT                VALUE 3.
           05  FILLER                        PIC X(01).
           05  NUMERO-NT                     PIC 9(06).
           05  CPF-NT                        PIC 9(14).
           05  FILLER                        PIC X(161).
           05  IND-TIPO-NT                   PIC 9(01).
               88  RECLAMACAO-NT             VALUE 5.
           05  FILLER                        PIC X(09).
           05  TOTAL-NT                      PIC 9(11).
           05  FILLER                        PIC X(184).
           05  DTEMISS-NT                    PIC 9(06).
           05  FILLER                        PIC X(104).
      *
       FD  ARQ-REL
           LABEL     RECORD       STANDARD
           VALUE     OF FILE-ID   "CONVDVBX.REL"
           DATA      RECORD       REG-REL.
       01  REG-REL                           PIC X(132).
      *
       SD  ARQ-SRT
           DATA      RECORD       REG-SRT.
       01  REG-SRT.
           05  REGIAO-SRT                    PIC 9(03).
           05  LOTE-SRT                      PIC X(27).
           05  DTPAG-SRT                     PIC 9(06).
           05  CORPO-SRT                     PIC 9(07).
           05  CPF-SRT                       PIC 9(14).
           05  VALOR-SRT                     PIC 9(13).
           05  SITUACAO-SRT                  PIC X(01).
           05  DOC-SRT                       PIC 9(06).
           05  SALDO-SRT                     PIC 9(11).
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
           COPY DUPXFD.
      *
           COPY FILIALFD.
      *
           COPY OPERFD.
      *
           COPY REGIFD.
      *
       WORKING-STORAGE SECTION.
      *
       77  ESTADO                PIC X(02).
       77  ESTADO-NT             PIC X(02).
       77  ESTADO-REL            PIC X(02).
       77  ESTADO-LOG            PIC X(02).
       77  ESTADO-PRM            PIC X(02).
       77  LIDOS-77        VALUE 0             PIC 9(07).
       77  DEVOLUCOES-77   VALUE 0             PIC 9(05).
       77  DOCUMENTOS-77   VALUE 0             PIC 9(05).
       77  EXCECOES-77     VALUE 0             PIC 9(05).
       77  DD-MM-77        VALUE ZEROS         PIC 99/99.
       77  I                                   PIC 9(02).
       77  E                                   PIC 9(02).
       77  FIM-BX-WS                           PIC X(01).
           88  ACABOU-BX                       VALUE "S".
       77  FIM-NT-WS                           PIC X(01).
           88  ACABOU-NT                       VALUE "S".
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
       01  MESDIA-INI-WS.
           05  ANO-CORTE-INI-WS                PIC 9(04).
           05  MES-CORTE-INI-WS                PIC 9(02).
           05  DIA-CORTE-INI-WS                PIC 9(02).
       01  MESDIA-FIM-WS.
           05  ANO-CORTE-FIM-WS                PIC 9(04).
           05  MES-CORTE-FIM-WS                PIC 9(02).
           05  DIA-CORTE-FIM-WS                PIC 9(02).
      *
      *    GUARDA DA FAIXA ORIGINAL (O RETROSPECTO REPOSICIONA O
      *    VARREDOR DIA A DIA)
       77  DIA-SAV-WS                          PIC 9(02).
       77  MES-SAV-WS                          PIC 9(02).
       77  ANO-SAV-WS                          PIC 9(04).
       77  RETRO-DIAS-WS   VALUE 30            PIC 9(03).
      *
      *    CALENDARIO REAL PARA O AVANCO/RECUO DIA A DIA
       01  DIAS-MES-VL-WS  PIC X(24) VALUE "312831303130313130313031".
       01  FILLER REDEFINES DIAS-MES-VL-WS.
           05  DIAS-MES-VL OCCURS 12 TIMES     PIC 9(02).
       77  MES-CAL-WS                          PIC 9(02).
       77  ANO-CAL-WS                          PIC 9(04).
       77  ULT-DIA-MES-WS                      PIC 9(02).
       77  QUOC-BISS-WS                        PIC 9(04).
       77  RESTO-BISS-WS                       PIC 9(04).
      *
      *    BAIXAS DE DEVOLUCAO DA FAIXA, NA ORDEM DE PAGAMENTO. O CPF
      *    E CASADO DEPOIS, PELO CORPO, CONTRA O EXTRATO DO CADDUP
       77  QTD-DVB-WS      VALUE 0             PIC 9(04).
       77  IDX-DVB-WS                          PIC 9(04).
       77  DESCARTADOS-DVB-77 VALUE 0          PIC 9(05).
       01  TAB-DVB-WS.
           05  TAB-DVB-ITEM OCCURS 2000 TIMES.
               10  CORPO-DVB-WS                PIC 9(07).
               10  DTPAG-DVB-WS                PIC 9(06).
               10  VALOR-DVB-WS                PIC 9(13).
               10  REGIAO-DVB-WS               PIC 9(03).
               10  LOTE-DVB-WS                 PIC X(27).
               10  CPF-DVB-WS                  PIC 9(14).
               10  SITUACAO-DVB-WS             PIC X(01).
      *                "C" = CASADA COM DOCUMENTO DE RETORNO
      *                "M" = MAIOR QUE O DOCUMENTO DO CLIENTE
      *                "S" = SEM DOCUMENTO DE RETORNO
      *                "X" = DUPLICATA FORA DO EXTRATO (SEM CPF)
               10  DOC-DVB-WS                  PIC 9(06).
               10  SALDO-DVB-WS                PIC 9(11).
      *
      *    DOCUMENTOS DE RETORNO DOS CLIENTES DAS BAIXAS, COM O SALDO
      *    AINDA NAO CONSUMIDO PELAS DEVOLUCOES
       77  QTD-DOC-WS      VALUE 0             PIC 9(04).
       77  IDX-DOC-WS                          PIC 9(04).
       77  IDX-MAIOR-WS                        PIC 9(04).
       77  DESCARTADOS-DOC-77 VALUE 0          PIC 9(05).
       01  TAB-DOC-WS.
           05  TAB-DOC-ITEM OCCURS 3000 TIMES.
               10  NUMERO-DOC-WS               PIC 9(06).
               10  CPF-DOC-WS                  PIC 9(14).
               10  TIPO-DOC-WS                 PIC X(01).
               10  DATA-DOC-WS                 PIC 9(06).
               10  TOTAL-DOC-WS                PIC 9(11).
               10  SALDO-DOC-WS                PIC 9(11).
      *
      *    QUEBRAS E TOTAIS DO RELATORIO
       77  REGIAO-ANT-WS                       PIC 9(03).
       77  LOTE-ANT-WS                         PIC X(27).
       77  PRIMEIRA-WS                         PIC X(01).
           88  PRIMEIRA-LINHA                  VALUE "S".
       01  TOTAIS-WS.
           05  QTD-LOTE-WS                     PIC 9(05).
           05  VALOR-LOTE-WS                   PIC 9(13).
           05  QTD-REGIAO-WS                   PIC 9(05).
           05  VALOR-REGIAO-WS                 PIC 9(13).
           05  QTD-TOTAL-WS                    PIC 9(05).
           05  VALOR-TOTAL-WS                  PIC 9(13).
      *
      *    NOME DO ARQUIVO DIARIO DE BAIXAS EM LEITURA
       01  ARQBX-WS.
           05  U-BX-WS                         PIC X(01).
           05  FILLER VALUE ":BX"              PIC X(03).
           05  DIA-BX-WS                       PIC 9(02).
           05  MES-BX-WS                       PIC 9(02).
           05  FILIAL-BX-WS                    PIC 9(02).
           05  FILLER VALUE ".B"               PIC X(02).
           05  ANO-BX-WS                       PIC 9(02).
      *
      *    NOME DO ARQUIVO DIARIO DE NOTAS EM LEITURA
       01  ARQNT-WS.
           05  U-NT-WS                         PIC X(01).
           05  FILLER VALUE ":MV"              PIC X(03).
           05  DIA-NT-WS                       PIC 9(02).
           05  MES-NT-WS                       PIC 9(02).
           05  FILIAL-NT-WS                    PIC 9(02).
           05  FILLER VALUE ".F"               PIC X(02).
           05  ANO-NT-WS                       PIC 9(02).
      *
       01  LINHA-LOTE-WS.
           05  FILLER  VALUE "REGIAO "         PIC X(07).
           05  REGIAO-CAB-WS                   PIC 9(03).
           05  FILLER                          PIC X(01) VALUE SPACE.
           05  NOME-CAB-WS                     PIC X(30).
           05  FILLER  VALUE "  LOTE "         PIC X(07).
           05  LOTE-CAB-WS                     PIC X(27).
           05  FILLER                          PIC X(57) VALUE SPACES.
      *
       01  LINHA-DVB-WS.
           05  FILLER  VALUE "  DUP "          PIC X(06).
           05  CORPO-LIN-WS                    PIC 9(07).
           05  FILLER  VALUE " PAG "           PIC X(05).
           05  DTPAG-LIN-WS                    PIC 9(06).
           05  FILLER  VALUE " CPF "           PIC X(05).
           05  CPF-LIN-WS                      PIC 9(14).
           05  FILLER  VALUE " VALOR "         PIC X(07).
           05  VALOR-LIN-WS                    PIC ZZ.ZZZ.ZZZ.ZZ9.
           05  FILLER  VALUE " "               PIC X(01).
           05  SITUACAO-LIN-WS                 PIC X(25).
           05  FILLER  VALUE " DOC "           PIC X(05).
           05  DOC-LIN-WS                      PIC ZZZZZ9.
           05  FILLER  VALUE " SALDO "         PIC X(07).
           05  SALDO-LIN-WS                    PIC ZZ.ZZZ.ZZZ.ZZ9.
           05  FILLER                          PIC X(10) VALUE SPACES.
      *
       01  LINHA-TOT-WS.
           05  TITULO-TOT-WS                   PIC X(20).
           05  FILLER  VALUE " QT "            PIC X(04).
           05  QTD-TOT-LIN-WS                  PIC ZZ.ZZ9.
           05  FILLER  VALUE " VALOR "         PIC X(07).
           05  VALOR-TOT-LIN-WS                PIC ZZ.ZZZ.ZZZ.ZZ9.
           05  FILLER                          PIC X(81) VALUE SPACES.
      *
           COPY DUPXWS.
           COPY TELAWS.
           COPY PARMAUTO.
      *
           COPY OPERWS.
           COPY DURAWS.
           COPY FILIALVL.
           COPY REGIVL.
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
           DISPLAY (5, 12) "* CONFERENCIA DAS BAIXAS POR DEVOLUCAO *"

           PERFORM CARREGA-FILIAL THRU CARREGA-FILIAL-EXIT
           MOVE "CONVDVBX" TO PROGRAMA-EXEC-WS
           PERFORM CARREGA-PARM THRU CARREGA-PARM-EXIT
           IF MODO-AUTO
               MOVE DRIVE-PARM-WS TO U-BX-WS
               MOVE FILIAL-INI-PARM-WS TO FILIAL-BX-WS.

           DISPLAY (9, 10) "Operador................:"
           IF NOT MODO-AUTO
               ACCEPT (, ) OPERADOR-EXEC-WS WITH PROMPT UPDATE.
           MOVE "CONVDVBX" TO PROGRAMA-ACE-WS
           MOVE MODO-AUTO-WS TO SEM-SENHA-ACE-WS
           PERFORM AUTENTICA-OPERADOR THRU AUTENTICA-OPERADOR-EXIT.

           DISPLAY (10, 10) "Informe o Drive dos arqs:"
           IF NOT MODO-AUTO
               ACCEPT (, ) U-BX-WS WITH PROMPT UPDATE
               ACCEPT ESCAPE-77 FROM ESCAPE KEY
               IF ESCAPE-77 NOT = ZEROS STOP RUN.

           DISPLAY (11, 10) "Informe a Filial .......:"
           IF NOT MODO-AUTO
               ACCEPT (, ) FILIAL-BX-WS WITH PROMPT UPDATE
               IF ESCAPE-77 NOT = ZEROS GO TO INICIO-010.
           PERFORM VARYING IDX-FIL-VL-WS FROM 1 BY 1
               UNTIL IDX-FIL-VL-WS > QTD-FILIAL-VL
               OR FILIAL-VL-WS (IDX-FIL-VL-WS) = FILIAL-BX-WS
           END-PERFORM
           IF IDX-FIL-VL-WS > QTD-FILIAL-VL
               DISPLAY (24, 10) "FILIAL INVALIDA - VERIFIQUE O NUMERO"
               IF MODO-AUTO GO TO TERMINA-ERRO-PARM END-IF
               GO TO INICIO-010.
           MOVE U-BX-WS TO U-NT-WS
           MOVE FILIAL-BX-WS TO FILIAL-NT-WS

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

           MOVE 30 TO RETRO-DIAS-WS
           DISPLAY (14, 10) "Retrospecto (dias)......:"
           IF NOT MODO-AUTO
               ACCEPT (, ) RETRO-DIAS-WS WITH PROMPT UPDATE
               IF ESCAPE-77 NOT = ZEROS GO TO INICIO-010.
           IF MODO-AUTO
               IF FILTRO-PARM-WS (1:3) NOT = SPACES
                   MOVE FILTRO-PARM-WS (1:3) TO RETRO-DIAS-WS.
           IF RETRO-DIAS-WS = ZEROS
               MOVE 30 TO RETRO-DIAS-WS.

           DISPLAY (16, 10) "BAIXAS LIDAS:         DEVOLUCOES:"
           DISPLAY (17, 10) "DOCUMENTOS..:         EXCECOES..:"
           MOVE 0 TO LIDOS-77 DEVOLUCOES-77 DOCUMENTOS-77 EXCECOES-77
           MOVE 0 TO QTD-DVB-WS QTD-DOC-WS
           MOVE 0 TO DESCARTADOS-DVB-77 DESCARTADOS-DOC-77
      *
      *    FASE DE COLETA: GUARDA A FAIXA E VARRE OS DIAS DO PERIODO
      *    COLETANDO AS BAIXAS DE DEVOLUCAO
           MOVE DIA-INI-WS TO DIA-SAV-WS
           MOVE MES-INI-WS TO MES-SAV-WS
           MOVE ANO-INI-WS TO ANO-SAV-WS
           SUBTRACT 1 FROM DIA-INI-WS
           MOVE ZEROS TO MESDIA-INI-WS
           PERFORM 020-DIA-BAIXA THRU 020-DIA-BAIXA-FIM
               UNTIL MESDIA-INI-WS > MESDIA-FIM-WS
           IF QTD-DVB-WS = ZEROS
               DISPLAY (23, 10) "NENHUMA DEVOLUCAO NO PERIODO"
               PERFORM GRAVA-LOG
               IF MODO-AUTO GOBACK END-IF
               GO TO 015-DATAS.
           PERFORM CASA-CPF THRU CASA-CPF-FIM
      *
      *    FASE DOS DOCUMENTOS: VOLTA O RETROSPECTO ANTES DO INICIO
      *    DA FAIXA E AVANCA ATE O FIM DELA COLETANDO AS RECLAMACOES
      *    E ENTRADAS DOS CLIENTES DAS BAIXAS
           MOVE DIA-SAV-WS TO DIA-INI-WS
           MOVE MES-SAV-WS TO MES-INI-WS
           MOVE ANO-SAV-WS TO ANO-INI-WS
           PERFORM RECUA-DIA THRU RECUA-DIA-FIM RETRO-DIAS-WS TIMES
           SUBTRACT 1 FROM DIA-INI-WS
           MOVE ZEROS TO MESDIA-INI-WS
           PERFORM 030-DIA-NOTA THRU 030-DIA-NOTA-FIM
               UNTIL MESDIA-INI-WS > MESDIA-FIM-WS
      *
      *    CASAMENTO NA ORDEM DE PAGAMENTO E RELATORIO DAS EXCECOES
      *    POR REGIAO E LOTE
           PERFORM CASA-BAIXA THRU CASA-BAIXA-FIM
               VARYING IDX-DVB-WS FROM 1 BY 1
               UNTIL IDX-DVB-WS > QTD-DVB-WS
           DISPLAY (17, 44) EXCECOES-77
           MOVE DIA-SAV-WS TO DIA-INI-WS
           MOVE MES-SAV-WS TO MES-INI-WS
           MOVE ANO-SAV-WS TO ANO-INI-WS
           SORT ARQ-SRT
               ON ASCENDING KEY REGIAO-SRT LOTE-SRT
                                DTPAG-SRT CORPO-SRT
               INPUT  PROCEDURE IS 100-CARGA
               OUTPUT PROCEDURE IS 200-RELATORIO
           PERFORM GRAVA-LOG
           DISPLAY (23, 10) "RELATORIO GRAVADO EM CONVDVBX.REL"
           IF MODO-AUTO GOBACK.
           GO TO 015-DATAS.
      *
      *    UM DIA DA COLETA: BAIXAS DE DEVOLUCAO DO x:BXddmmff.Baa
       020-DIA-BAIXA.
           PERFORM AVANCA-DIA
           IF MESDIA-INI-WS > MESDIA-FIM-WS
               GO TO 020-DIA-BAIXA-FIM.
           MOVE DIA-INI-WS TO DIA-BX-WS
           MOVE MES-INI-WS TO MES-BX-WS
           MOVE ANO2-INI-WS TO ANO-BX-WS
           MOVE "N" TO FIM-BX-WS
           OPEN INPUT ARQ-BX
           IF ESTADO NOT = ZEROS
               GO TO 020-DIA-BAIXA-FIM.
           PERFORM LE-BAIXA THRU LE-BAIXA-EXIT UNTIL ACABOU-BX
           CLOSE ARQ-BX.
       020-DIA-BAIXA-FIM.
           EXIT.
      *
       LE-BAIXA.
           READ ARQ-BX AT END MOVE "S" TO FIM-BX-WS END-READ
           IF ACABOU-BX GO TO LE-BAIXA-EXIT.
           IF REG-BX (1:1) = "0" AND REG-BX (2:4) = "CONV"
               GO TO LE-BAIXA-EXIT.
           IF REG-BX (1:1) = "9" AND REG-BX (22:99) = SPACES
               GO TO LE-BAIXA-EXIT.
           ADD 1 TO LIDOS-77
           DISPLAY (16, 24) LIDOS-77
           IF NOT DEVOLUCAO-BX OR VALORPAG-BX = ZEROS
               GO TO LE-BAIXA-EXIT.
           ADD 1 TO DEVOLUCOES-77
           DISPLAY (16, 44) DEVOLUCOES-77
           IF QTD-DVB-WS NOT < 2000
               ADD 1 TO DESCARTADOS-DVB-77
               GO TO LE-BAIXA-EXIT.
           ADD 1 TO QTD-DVB-WS
           MOVE CORPO-BX TO CORPO-DVB-WS (QTD-DVB-WS)
           MOVE DTPAG-BX TO DTPAG-DVB-WS (QTD-DVB-WS)
           MOVE VALORPAG-BX TO VALOR-DVB-WS (QTD-DVB-WS)
           MOVE REGIAO-BX TO REGIAO-DVB-WS (QTD-DVB-WS)
           MOVE CHAVE-LOTE-BX TO LOTE-DVB-WS (QTD-DVB-WS)
           MOVE ZEROS TO CPF-DVB-WS (QTD-DVB-WS)
           MOVE SPACES TO SITUACAO-DVB-WS (QTD-DVB-WS)
           MOVE ZEROS TO DOC-DVB-WS (QTD-DVB-WS)
           MOVE ZEROS TO SALDO-DVB-WS (QTD-DVB-WS).
       LE-BAIXA-EXIT.
           EXIT.
      *
      *    CASA O CPF DE CADA BAIXA PELO CORPO CONTRA O EXTRATO
      *    COMPARTILHADO DO CADDUP (AS 7 PRIMEIRAS POSICOES DO CODIGO
      *    SAO CORPO+PARCELA, AS MESMAS DO ARQUIVO DE BAIXAS)
       CASA-CPF.
           MOVE U-BX-WS TO U-DUPX-WS
           MOVE FILIAL-BX-WS TO FILIAL-DUPX-WS
           MOVE "N" TO FIM-DUPX-WS
           MOVE 0 TO QTD-TRAILER-DUPX-WS QTD-DET-DUPX-WS
           OPEN INPUT ARQ-DUPX
           IF ESTADO-DUPX NOT = ZEROS
               DISPLAY (24, 10) "EXTRATO CADDUP AUSENTE - BAIXAS SEM"
               DISPLAY (24, 47) "CPF"
               GO TO CASA-CPF-FIM.
           PERFORM LE-EXTRATO THRU LE-EXTRATO-EXIT UNTIL ACABOU-DUPX
           CLOSE ARQ-DUPX.
       CASA-CPF-FIM.
           EXIT.
      *
       LE-EXTRATO.
           READ ARQ-DUPX AT END MOVE "S" TO FIM-DUPX-WS END-READ
           IF ACABOU-DUPX GO TO LE-EXTRATO-EXIT.
           IF REGDUPX-TX (1:1) = "0" AND REGDUPX-TX (2:4) = "CONV"
               GO TO LE-EXTRATO-EXIT.
           IF REGDUPX-TX (1:1) = "9" AND REGDUPX-TX (22:71) = SPACES
               GO TO LE-EXTRATO-EXIT.
           PERFORM ATRIBUI-CPF
               VARYING IDX-DVB-WS FROM 1 BY 1
               UNTIL IDX-DVB-WS > QTD-DVB-WS.
       LE-EXTRATO-EXIT.
           EXIT.
      *
      *    A MESMA DUPLICATA PODE TER MAIS DE UMA BAIXA NA FAIXA
       ATRIBUI-CPF.
           IF CORPO-DVB-WS (IDX-DVB-WS) = CODIGO-DUPX-TX (1:7)
               MOVE CPF-CGC-DUPX-TX TO CPF-DVB-WS (IDX-DVB-WS).
      *
      *    UM DIA DO RETROSPECTO: DOCUMENTOS DE RETORNO DO x:MV
       030-DIA-NOTA.
           PERFORM AVANCA-DIA
           IF MESDIA-INI-WS > MESDIA-FIM-WS
               GO TO 030-DIA-NOTA-FIM.
           MOVE DIA-INI-WS TO DIA-NT-WS
           MOVE MES-INI-WS TO MES-NT-WS
           MOVE ANO2-INI-WS TO ANO-NT-WS
           MOVE "N" TO FIM-NT-WS
           OPEN INPUT ARQ-NT
           IF ESTADO-NT NOT = ZEROS
               GO TO 030-DIA-NOTA-FIM.
           PERFORM LE-NOTA THRU LE-NOTA-EXIT UNTIL ACABOU-NT
           CLOSE ARQ-NT.
       030-DIA-NOTA-FIM.
           EXIT.
      *
      *    SO INTERESSAM RECLAMACAO (IND-TIPO 5) E ENTRADA (TIPO 3)
      *    DE CLIENTE QUE TEM BAIXA DE DEVOLUCAO NA FAIXA
       LE-NOTA.
           READ ARQ-NT AT END MOVE "S" TO FIM-NT-WS END-READ
           IF ACABOU-NT GO TO LE-NOTA-EXIT.
           IF REG-NT (1:1) = "0" AND REG-NT (2:4) = "CONV"
               GO TO LE-NOTA-EXIT.
           IF REG-NT (1:1) = "9" AND REG-NT (22:479) = SPACES
               GO TO LE-NOTA-EXIT.
           IF NOT ENTRADA-NT AND NOT RECLAMACAO-NT
               GO TO LE-NOTA-EXIT.
           IF CPF-NT = ZEROS OR TOTAL-NT = ZEROS
               GO TO LE-NOTA-EXIT.
           PERFORM VARYING IDX-DVB-WS FROM 1 BY 1
               UNTIL IDX-DVB-WS > QTD-DVB-WS
               OR CPF-DVB-WS (IDX-DVB-WS) = CPF-NT
           END-PERFORM
           IF IDX-DVB-WS > QTD-DVB-WS
               GO TO LE-NOTA-EXIT.
           IF QTD-DOC-WS NOT < 3000
               ADD 1 TO DESCARTADOS-DOC-77
               GO TO LE-NOTA-EXIT.
           ADD 1 TO QTD-DOC-WS DOCUMENTOS-77
           DISPLAY (17, 24) DOCUMENTOS-77
           MOVE NUMERO-NT TO NUMERO-DOC-WS (QTD-DOC-WS)
           MOVE CPF-NT TO CPF-DOC-WS (QTD-DOC-WS)
           IF RECLAMACAO-NT
               MOVE "R" TO TIPO-DOC-WS (QTD-DOC-WS)
           ELSE
               MOVE "E" TO TIPO-DOC-WS (QTD-DOC-WS).
           MOVE DTEMISS-NT TO DATA-DOC-WS (QTD-DOC-WS)
           MOVE TOTAL-NT TO TOTAL-DOC-WS (QTD-DOC-WS)
           MOVE TOTAL-NT TO SALDO-DOC-WS (QTD-DOC-WS).
       LE-NOTA-EXIT.
           EXIT.
      *
      *    A BAIXA CONSOME O SALDO DO PRIMEIRO DOCUMENTO DO CLIENTE
      *    QUE A COBRE. SEM DOCUMENTO QUE COBRA, E EXCECAO: "MAIOR"
      *    SE O CLIENTE TEM DOCUMENTO (INFORMA O DE MAIOR SALDO) OU
      *    "SEM DOCUMENTO" SE NAO TEM NENHUM
       CASA-BAIXA.
           IF CPF-DVB-WS (IDX-DVB-WS) = ZEROS
               MOVE "X" TO SITUACAO-DVB-WS (IDX-DVB-WS)
               ADD 1 TO EXCECOES-77
               GO TO CASA-BAIXA-FIM.
           PERFORM VARYING IDX-DOC-WS FROM 1 BY 1
               UNTIL IDX-DOC-WS > QTD-DOC-WS
               OR (CPF-DOC-WS (IDX-DOC-WS) = CPF-DVB-WS (IDX-DVB-WS)
               AND SALDO-DOC-WS (IDX-DOC-WS)
                   NOT < VALOR-DVB-WS (IDX-DVB-WS))
           END-PERFORM
           IF IDX-DOC-WS NOT > QTD-DOC-WS
               SUBTRACT VALOR-DVB-WS (IDX-DVB-WS)
                   FROM SALDO-DOC-WS (IDX-DOC-WS)
               MOVE "C" TO SITUACAO-DVB-WS (IDX-DVB-WS)
               MOVE NUMERO-DOC-WS (IDX-DOC-WS)
                   TO DOC-DVB-WS (IDX-DVB-WS)
               MOVE SALDO-DOC-WS (IDX-DOC-WS)
                   TO SALDO-DVB-WS (IDX-DVB-WS)
               GO TO CASA-BAIXA-FIM.
           MOVE ZEROS TO IDX-MAIOR-WS
           PERFORM PROCURA-MAIOR
               VARYING IDX-DOC-WS FROM 1 BY 1
               UNTIL IDX-DOC-WS > QTD-DOC-WS
           ADD 1 TO EXCECOES-77
           IF IDX-MAIOR-WS = ZEROS
               MOVE "S" TO SITUACAO-DVB-WS (IDX-DVB-WS)
               GO TO CASA-BAIXA-FIM.
           MOVE "M" TO SITUACAO-DVB-WS (IDX-DVB-WS)
           MOVE NUMERO-DOC-WS (IDX-MAIOR-WS) TO DOC-DVB-WS (IDX-DVB-WS)
           MOVE SALDO-DOC-WS (IDX-MAIOR-WS)
               TO SALDO-DVB-WS (IDX-DVB-WS).
       CASA-BAIXA-FIM.
           EXIT.
      *
       PROCURA-MAIOR.
           IF CPF-DOC-WS (IDX-DOC-WS) = CPF-DVB-WS (IDX-DVB-WS)
               IF IDX-MAIOR-WS = ZEROS
                   MOVE IDX-DOC-WS TO IDX-MAIOR-WS
               ELSE
                   IF SALDO-DOC-WS (IDX-DOC-WS)
                       > SALDO-DOC-WS (IDX-MAIOR-WS)
                       MOVE IDX-DOC-WS TO IDX-MAIOR-WS.
      *
       AVANCA-DIA.
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
           MOVE DIA-FIM-WS TO DIA-CORTE-FIM-WS.
      *
       RECUA-DIA.
           IF DIA-INI-WS > 1
               SUBTRACT 1 FROM DIA-INI-WS
               GO TO RECUA-DIA-FIM.
           SUBTRACT 1 FROM MES-INI-WS
           IF MES-INI-WS = ZEROS
               MOVE 12 TO MES-INI-WS
               SUBTRACT 1 FROM ANO-INI-WS.
           MOVE MES-INI-WS TO MES-CAL-WS
           MOVE ANO-INI-WS TO ANO-CAL-WS
           PERFORM CALCULA-ULT-DIA
           MOVE ULT-DIA-MES-WS TO DIA-INI-WS.
       RECUA-DIA-FIM.
           EXIT.
      *
      *    GRAVA UMA LINHA NO LOG PERSISTENTE DE EXECUCOES (CONVLOG.LOG)
       GRAVA-LOG.
           MOVE "CONVDVBX" TO PROGRAMA-LOG-TX
           ACCEPT DATA-EXEC-LOG-TX FROM DATE YYYYMMDD
           ACCEPT HORA-EXEC-LOG-TX FROM TIME
           MOVE OPERADOR-EXEC-WS TO OPERADOR-LOG-TX
           ACCEPT HORA-FIM-EXEC-WS FROM TIME
           PERFORM CALCULA-DURACAO
           MOVE HORA-INI6-EXEC-WS TO HORA-INI-LOG-TX
           MOVE DURACAO-EXEC-WS TO DURACAO-LOG-TX
           MOVE SPACES TO FILTRO-LOG-TX
           STRING "DRIVE=" U-BX-WS " FILIAL=" FILIAL-BX-WS
               " RETRO=" RETRO-DIAS-WS " EXCECOES=" EXCECOES-77
               DELIMITED BY SIZE
               INTO FILTRO-LOG-TX
           MOVE LIDOS-77 TO LIDOS-LOG-TX
           MOVE DEVOLUCOES-77 TO GRAVADOS-LOG-TX
           MOVE EXCECOES-77 TO GRAVADOS2-LOG-TX
           MOVE "CONVDVBX.REL" TO NOME-REL-ARR-WS
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
           COPY REGIPR.
      *
           COPY FILIALPR.
      *
           COPY DURAPR.
      *
           COPY OPERPR.
      *
      *    CARGA: SO AS BAIXAS QUE NAO CASARAM COM DOCUMENTO, PARA
      *    ORDENAR POR REGIAO, LOTE E DATA DE PAGAMENTO
       100-CARGA SECTION.
       110-LIBERA.
           PERFORM 120-LIBERA-BAIXA
               VARYING IDX-DVB-WS FROM 1 BY 1
               UNTIL IDX-DVB-WS > QTD-DVB-WS
           GO TO 190-FIM-CARGA.
       120-LIBERA-BAIXA.
           IF SITUACAO-DVB-WS (IDX-DVB-WS) NOT = "C"
               MOVE REGIAO-DVB-WS (IDX-DVB-WS) TO REGIAO-SRT
               MOVE LOTE-DVB-WS (IDX-DVB-WS) TO LOTE-SRT
               MOVE DTPAG-DVB-WS (IDX-DVB-WS) TO DTPAG-SRT
               MOVE CORPO-DVB-WS (IDX-DVB-WS) TO CORPO-SRT
               MOVE CPF-DVB-WS (IDX-DVB-WS) TO CPF-SRT
               MOVE VALOR-DVB-WS (IDX-DVB-WS) TO VALOR-SRT
               MOVE SITUACAO-DVB-WS (IDX-DVB-WS) TO SITUACAO-SRT
               MOVE DOC-DVB-WS (IDX-DVB-WS) TO DOC-SRT
               MOVE SALDO-DVB-WS (IDX-DVB-WS) TO SALDO-SRT
               RELEASE REG-SRT.
       190-FIM-CARGA.
           EXIT.
      *
      *    DEVOLUCAO: UMA LINHA POR BAIXA, QUEBRA POR LOTE E REGIAO
       200-RELATORIO SECTION.
       210-PREPARA.
           PERFORM CARREGA-REGIAO THRU CARREGA-REGIAO-EXIT
           OPEN OUTPUT ARQ-REL
           MOVE SPACES TO REG-REL
           STRING "DEVOLUCOES SEM RETORNO FILIAL " FILIAL-BX-WS
               " DE " DIA-SAV-WS "/" MES-SAV-WS "/" ANO-SAV-WS
               " ATE " DIA-FIM-WS "/" MES-FIM-WS "/" ANO-FIM-WS
               " RETROSPECTO " RETRO-DIAS-WS " DIAS"
               DELIMITED BY SIZE INTO REG-REL
           WRITE REG-REL
           MOVE SPACES TO REG-REL
           STRING "BAIXAS DE DEVOLUCAO " DEVOLUCOES-77
               " DOCUMENTOS DE RETORNO " DOCUMENTOS-77
               " EXCECOES " EXCECOES-77
               DELIMITED BY SIZE INTO REG-REL
           WRITE REG-REL
           MOVE 0 TO QTD-LOTE-WS VALOR-LOTE-WS
           MOVE 0 TO QTD-REGIAO-WS VALOR-REGIAO-WS
           MOVE 0 TO QTD-TOTAL-WS VALOR-TOTAL-WS
           MOVE "S" TO PRIMEIRA-WS
           MOVE "N" TO FIM-SRT-WS.
       220-DEVOLVE.
           RETURN ARQ-SRT
               AT END MOVE "S" TO FIM-SRT-WS
           END-RETURN
           IF ACABOU-SRT
               GO TO 280-ENCERRA.
           IF NOT PRIMEIRA-LINHA
               IF REGIAO-SRT NOT = REGIAO-ANT-WS
                   PERFORM 250-TOTAL-LOTE
                   PERFORM 260-TOTAL-REGIAO
               ELSE
                   IF LOTE-SRT NOT = LOTE-ANT-WS
                       PERFORM 250-TOTAL-LOTE.
           IF PRIMEIRA-LINHA OR REGIAO-SRT NOT = REGIAO-ANT-WS
               OR LOTE-SRT NOT = LOTE-ANT-WS
               MOVE SPACES TO REG-REL
               WRITE REG-REL
               MOVE REGIAO-SRT TO REGIAO-CAB-WS
               MOVE REGIAO-SRT TO REGIAO-BUSCA-RGI-WS
               PERFORM DESCREVE-REGIAO THRU DESCREVE-REGIAO-EXIT
               MOVE NOME-ATU-RGI-WS TO NOME-CAB-WS
               MOVE LOTE-SRT TO LOTE-CAB-WS
               WRITE REG-REL FROM LINHA-LOTE-WS.
           MOVE "N" TO PRIMEIRA-WS
           MOVE REGIAO-SRT TO REGIAO-ANT-WS
           MOVE LOTE-SRT TO LOTE-ANT-WS
           PERFORM 230-MONTA-LINHA
           WRITE REG-REL FROM LINHA-DVB-WS
           ADD 1 TO QTD-LOTE-WS
           ADD VALOR-SRT TO VALOR-LOTE-WS
           GO TO 220-DEVOLVE.
      *
       230-MONTA-LINHA.
           MOVE CORPO-SRT TO CORPO-LIN-WS
           MOVE DTPAG-SRT TO DTPAG-LIN-WS
           MOVE CPF-SRT TO CPF-LIN-WS
           MOVE VALOR-SRT TO VALOR-LIN-WS
           MOVE DOC-SRT TO DOC-LIN-WS
           MOVE SALDO-SRT TO SALDO-LIN-WS
           IF SITUACAO-SRT = "M"
               MOVE "MAIOR QUE O DOCUMENTO" TO SITUACAO-LIN-WS.
           IF SITUACAO-SRT = "S"
               MOVE "SEM DOCUMENTO DE RETORNO" TO SITUACAO-LIN-WS.
           IF SITUACAO-SRT = "X"
               MOVE "DUPLICATA FORA DO EXTRATO" TO SITUACAO-LIN-WS.
      *
       250-TOTAL-LOTE.
           MOVE "  TOTAL DO LOTE" TO TITULO-TOT-WS
           MOVE QTD-LOTE-WS TO QTD-TOT-LIN-WS
           MOVE VALOR-LOTE-WS TO VALOR-TOT-LIN-WS
           WRITE REG-REL FROM LINHA-TOT-WS
           ADD QTD-LOTE-WS TO QTD-REGIAO-WS
           ADD VALOR-LOTE-WS TO VALOR-REGIAO-WS
           MOVE 0 TO QTD-LOTE-WS VALOR-LOTE-WS.
      *
       260-TOTAL-REGIAO.
           MOVE " TOTAL DA REGIAO" TO TITULO-TOT-WS
           MOVE QTD-REGIAO-WS TO QTD-TOT-LIN-WS
           MOVE VALOR-REGIAO-WS TO VALOR-TOT-LIN-WS
           WRITE REG-REL FROM LINHA-TOT-WS
           ADD QTD-REGIAO-WS TO QTD-TOTAL-WS
           ADD VALOR-REGIAO-WS TO VALOR-TOTAL-WS
           MOVE 0 TO QTD-REGIAO-WS VALOR-REGIAO-WS.
      *
       280-ENCERRA.
           IF NOT PRIMEIRA-LINHA
               PERFORM 250-TOTAL-LOTE
               PERFORM 260-TOTAL-REGIAO.
           MOVE SPACES TO REG-REL
           WRITE REG-REL
           MOVE "TOTAL DA FILIAL" TO TITULO-TOT-WS
           MOVE QTD-TOTAL-WS TO QTD-TOT-LIN-WS
           MOVE VALOR-TOTAL-WS TO VALOR-TOT-LIN-WS
           WRITE REG-REL FROM LINHA-TOT-WS
           IF DESCARTADOS-DVB-77 NOT = ZEROS
               OR DESCARTADOS-DOC-77 NOT = ZEROS
               MOVE SPACES TO REG-REL
               STRING "ESTOURO DE TABELA: BAIXAS=" DESCARTADOS-DVB-77
                   " DOCUMENTOS=" DESCARTADOS-DOC-77
                   DELIMITED BY SIZE INTO REG-REL
               WRITE REG-REL
               DISPLAY (23, 45) "ESTOURO DE TABELA".
           CLOSE ARQ-REL.
       290-FIM-RELATORIO.
           EXIT.
      *
           COPY ARQRPR.
      *
           COPY TRAVAPR.
