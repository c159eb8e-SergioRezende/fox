      *
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. CONVLINV.
       AUTHOR. LUIS AUGUSTO.
      *
      *    DATA DA ALTERACAO: 10/96
      *
      *    LIVRO REGISTRO DE INVENTARIO A PARTIR DO EXTRATO DE SALDOS
      *    JA GERADO PELO CONVSALD: PARA UMA FILIAL, LE O
      *    x:ARQALXff.TXT, VALORIZA CADA ITEM COM SALDO (QTD-EST-ALX
      *    X CUSTO-MEDIO-ALX), BUSCA DESCRICAO E UNIDADE NO
      *    ARQFIXO.TXT DO CONVFIXO E IMPRIME EM "CONVLINV.REL" OS
      *    ITENS AGRUPADOS POR GRUPO/SUBGRUPO, COM SUBTOTAIS, TOTAL
      *    GERAL, CABECALHO DA EMPRESA (ARQEMPRE) E PAGINAS NUMERADAS.
      *    GRAVA TAMBEM EM x:ARQINVff.TXT O VALOR DO ESTOQUE POR GRUPO
      *    E O TOTAL DA FILIAL, PARA A LINHA DE ESTOQUES DO BALANCO.
      *    ACABA COM A DATILOGRAFIA DO LIVRO NO FECHAMENTO DO ANO.
      *
      *    DATA DA ALTERACAO: 10/96
      *
      *    CADA "CONVLINV.REL" GERADO E GUARDADO NO ARQUIVO DE
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
           SELECT      ARQ-SRT    ASSIGN     TO   "CONVLINV.SRT".
      *
           SELECT      ARQ-ALX    ASSIGN     TO   DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ESTADO-ALX.
      *
           SELECT      ARQ-TX     ASSIGN     TO   DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ESTADO-TX.
      *
           SELECT      ARQ-TAB    ASSIGN     TO   DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ESTADO-TAB.
      *
           SELECT      ARQ-INV    ASSIGN     TO   DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ESTADO-INV.
      *
           SELECT      ARQ-REL    ASSIGN     TO   "CONVLINV.REL"
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
           COPY EMPRESL.
      *
           COPY OPERSL.
      *
       DATA DIVISION.
       FILE SECTION.
      *
       SD  ARQ-SRT
           DATA      RECORD       REG-SRT.
       01  REG-SRT.
           05  GRUPO-SRT                     PIC 9(02).
           05  SUBGR-SRT                     PIC 9(03).
           05  CODIGO-SRT                    PIC 9(07).
           05  DESCR-SRT                     PIC X(25).
           05  UNIDADE-SRT                   PIC X(02).
           05  QTD-SRT                       PIC 9(05).
           05  CUSTO-SRT                     PIC 9(11).
           05  TOTAL-SRT                     PIC 9(13).
      *
      *    EXTRATO DE SALDOS GERADO PELO CONVSALD: SO OS CAMPOS QUE O
      *    LIVRO USA SAO MAPEADOS, O RESTO E FILLER
       FD  ARQ-ALX
           LABEL     RECORD       STANDARD
           VALUE     OF FILE-ID   ARQALX-WS
           DATA      RECORD       REG-ALX.
       01  REG-ALX                           PIC X(300).
       01  REG-ALX-DET.
           05  FILLER                        PIC X(02).
           05  CODIGO-ALX                    PIC 9(07).
           05  GRUPO-ALX                     PIC 9(02).
           05  SUBGR-ALX                     PIC 9(03).
           05  FILLER                        PIC X(12).
           05  QTD-EST-ALX                   PIC 9(05).
           05  FILLER                        PIC X(165).
           05  CUSTO-MEDIO-ALX               PIC 9(11).
           05  FILLER                        PIC X(93).
      *
      *    CADASTRO FIXO EXPORTADO PELO CONVFIXO (ARQ. "ARQFIXO.TXT")
       FD  ARQ-TX
           LABEL     RECORD       STANDARD
           VALUE     OF FILE-ID   ARQFIXO-TX
           DATA      RECORD       REGFIXO-TX.
       01  REGFIXO-TX.
           05  CODIGO-NUM-TX                   PIC 9(07).
           05  DESCRICAO-TX                    PIC X(25).
           05  FILLER                          PIC X(16).
           05  UNIDADE-TX                      PIC X(02).
           05  FILLER                          PIC X(46).
      *
      *    TABELAS DE GRUPO E SUBGRUPO JA GERADAS PELA CONVERSAO
      *    (ARQGRUPO.TXT / ARQSUBGR.TXT), SO CODIGO E DESCRICAO
       FD  ARQ-TAB
           LABEL     RECORD       STANDARD
           VALUE     OF FILE-ID   ARQTAB-WS
           DATA      RECORD       REG-TAB.
       01  REG-TAB                           PIC X(250).
       01  REG-TAB-GRUPO.
           05  COD-TAB-GRUPO                 PIC 9(02).
           05  DESCR-TAB-GRUPO               PIC X(35).
           05  FILLER                        PIC X(213).
       01  REG-TAB-SUBGR.
           05  GRUPO-TAB-SUBGR               PIC 9(02).
           05  SUBGR-TAB-SUBGR               PIC 9(03).
           05  DESCR-TAB-SUBGR               PIC X(25).
           05  FILLER                        PIC X(220).
      *
      *    TOTAIS DO INVENTARIO PARA O BALANCO (ARQ. x:ARQINVff.TXT):
      *    UM REGISTRO "G" POR GRUPO E UM "T" COM O TOTAL DA FILIAL
       FD  ARQ-INV
           LABEL     RECORD       STANDARD
           VALUE     OF FILE-ID   ARQINV-WS
           DATA      RECORD       REGINV-TX.
       01  REGINV-TX.
           05  TIPO-INV-TX                   PIC X(01).
           05  FILIAL-INV-TX                 PIC 9(02).
           05  DATA-INV-TX                   PIC 9(08).
           05  GRUPO-INV-TX                  PIC 9(02).
           05  ITENS-INV-TX                  PIC 9(07).
           05  VALOR-INV-TX                  PIC 9(15).
           05  FILLER                        PIC X(30).
      *
       FD  ARQ-REL
           LABEL     RECORD       STANDARD
           VALUE     OF FILE-ID   "CONVLINV.REL"
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
           COPY EMPREFD.
      *
           COPY OPERFD.
      *
       WORKING-STORAGE SECTION.
      *
       77  ESTADO                PIC X(02).
       77  ESTADO-ALX            PIC X(02).
       77  ESTADO-TX             PIC X(02).
       77  ESTADO-TAB            PIC X(02).
       77  ESTADO-INV            PIC X(02).
       77  ESTADO-REL            PIC X(02).
       77  ESTADO-LOG            PIC X(02).
       77  ESTADO-PRM            PIC X(02).
       77  LIDOS-77        VALUE 0             PIC 9(07).
       77  IMPRESSOS-77    VALUE 0             PIC 9(07).
       77  SEM-CUSTO-77    VALUE 0             PIC 9(05).
       77  SEM-CADASTRO-77 VALUE 0             PIC 9(05).
       77  DESCARTADOS-ITE-77 VALUE 0          PIC 9(05).
      *    REPINTA OS CONTADORES DA TELA SO A CADA INTERVALO-TELA-WS
      *    REGISTROS, PARA A TELA NAO DOMINAR A VARREDURA
       77  INTERVALO-TELA-WS  VALUE 100         PIC 9(05).
       77  CONTA-TELA-WS      VALUE 1           PIC 9(05).
       77  FIM-ALX-WS                          PIC X(01).
           88  ACABOU-ALX                      VALUE "S".
       77  FIM-TX-WS                           PIC X(01).
           88  ACABOU-TX                       VALUE "S".
       77  FIM-TAB-WS                          PIC X(01).
           88  ACABOU-TAB                      VALUE "S".
       77  FIM-SRT-WS                          PIC X(01).
           88  ACABOU-SRT                      VALUE "S".
      *
      *    DATA DO INVENTARIO (ESTOQUES EXISTENTES EM)
       01  DATA-INV-WS                         PIC 9(08).
       01  FILLER REDEFINES DATA-INV-WS.
           05  ANO-INV-WS                      PIC 9(04).
           05  MES-INV-WS                      PIC 9(02).
           05  DIA-INV-WS                      PIC 9(02).
       01  DATA-DIG-WS                         PIC 9(08).
       01  FILLER REDEFINES DATA-DIG-WS.
           05  DIA-DIG-WS                      PIC 9(02).
           05  MES-DIG-WS                      PIC 9(02).
           05  ANO-DIG-WS                      PIC 9(04).
      *
      *    CONTROLE DE PAGINA DO LIVRO
       77  LINHAS-PAG-WS   VALUE 99            PIC 9(02).
       77  PAGINA-WS       VALUE 0             PIC 9(04).
       01  LINHA-SALVA-WS                      PIC X(90).
      *
      *    QUEBRAS E TOTAIS (SUBGRUPO, GRUPO E GERAL)
       77  PRIMEIRO-WS                         PIC X(01).
           88  PRIMEIRA-LINHA                  VALUE "S".
       77  GRUPO-ANT-WS                        PIC 9(02).
       77  SUBGR-ANT-WS                        PIC 9(03).
       77  ITENS-SUB-WS                        PIC 9(07).
       77  VALOR-SUB-WS                        PIC 9(15).
       77  ITENS-GRU-WS                        PIC 9(07).
       77  VALOR-GRU-WS                        PIC 9(15).
       77  ITENS-TOT-WS    VALUE 0             PIC 9(07).
       77  VALOR-TOT-WS    VALUE 0             PIC 9(15).
      *
      *    NOMES DOS ARQUIVOS
       01  ARQALX-WS.
           05  U-ALX-WS                        PIC X(01).
           05  FILLER VALUE ":ARQALX"          PIC X(07).
           05  FILIAL-ALX-WS                   PIC 9(02).
           05  FILLER VALUE ".TXT"             PIC X(04).
       01  ARQINV-WS.
           05  U-INV-WS                        PIC X(01).
           05  FILLER VALUE ":ARQINV"          PIC X(07).
           05  FILIAL-INV-WS                   PIC 9(02).
           05  FILLER VALUE ".TXT"             PIC X(04).
       01  ARQFIXO-TX.
           05  U-FIXO-TX                       PIC X(01).
           05  FILLER VALUE ":ARQFIXO.TXT"     PIC X(12).
       01  ARQTAB-WS                           PIC X(20).
      *
      *    DESCRICAO E UNIDADE DOS ITENS DO ARQFIXO.TXT, NA ORDEM DE
      *    CODIGO EM QUE O CONVFIXO OS GRAVA
       77  QTD-ITE-WS      VALUE 0             PIC 9(04).
       01  TAB-ITE-WS.
           05  TAB-ITE-ITEM OCCURS 5000 TIMES INDEXED BY IDX-ITE-WS.
               10  CODIGO-ITE-WS               PIC 9(07).
               10  DESCR-ITE-WS                PIC X(25).
               10  UNIDADE-ITE-WS              PIC X(02).
      *
      *    DESCRICOES DE GRUPO E DE SUBGRUPO
       77  QTD-GRU-WS      VALUE 0             PIC 9(03).
       77  IDX-GRU-WS                          PIC 9(03).
       01  TAB-GRU-WS.
           05  TAB-GRU-ITEM OCCURS 100 TIMES.
               10  COD-GRU-WS                  PIC 9(02).
               10  DESCR-GRU-WS                PIC X(35).
       77  QTD-SUB-WS      VALUE 0             PIC 9(03).
       77  IDX-SUB-WS                          PIC 9(03).
       77  DESCARTADOS-SUB-77 VALUE 0          PIC 9(05).
       01  TAB-SUB-WS.
           05  TAB-SUB-ITEM OCCURS 600 TIMES.
               10  GRUPO-SUB-WS                PIC 9(02).
               10  SUBGR-SUB-WS                PIC 9(03).
               10  DESCR-SUB-WS                PIC X(25).
      *
      *    LINHAS DO LIVRO
       01  CAB1-LIV-WS.
           05  FILLER  VALUE "REGISTRO DE INVENTARIO  FILIAL "
                                               PIC X(31).
           05  FILIAL-CAB-LIV-WS               PIC 9(02).
           05  FILLER  VALUE "  ESTOQUES EXISTENTES EM "
                                               PIC X(25).
           05  DIA-CAB-LIV-WS                  PIC 9(02).
           05  FILLER  VALUE "/"               PIC X(01).
           05  MES-CAB-LIV-WS                  PIC 9(02).
           05  FILLER  VALUE "/"               PIC X(01).
           05  ANO-CAB-LIV-WS                  PIC 9(04).
           05  FILLER  VALUE "  PAGINA "       PIC X(09).
           05  PAG-CAB-LIV-WS                  PIC Z.ZZ9.
           05  FILLER                          PIC X(08) VALUE SPACES.
       01  CAB2-LIV-WS.
           05  FILLER  VALUE "CODIGO   DISCRIMINACAO            "
                                               PIC X(34).
           05  FILLER  VALUE "UN    QTDE    CUSTO UNITARIO"
                                               PIC X(28).
           05  FILLER  VALUE "            VALOR TOTAL"
                                               PIC X(23).
           05  FILLER                          PIC X(05) VALUE SPACES.
       01  LINHA-LIV-WS.
           05  CODIGO-LIN-WS                   PIC 9(07).
           05  FILLER                          PIC X(02) VALUE SPACES.
           05  DESCR-LIN-WS                    PIC X(25).
           05  FILLER                          PIC X(01) VALUE SPACE.
           05  UNIDADE-LIN-WS                  PIC X(02).
           05  FILLER                          PIC X(01) VALUE SPACE.
           05  QTD-LIN-WS                      PIC ZZ.ZZ9.
           05  FILLER                          PIC X(01) VALUE SPACE.
           05  CUSTO-LIN-WS                    PIC ZZ.ZZZ.ZZZ.ZZ9.
           05  FILLER                          PIC X(01) VALUE SPACE.
           05  TOTAL-LIN-WS                    PIC ZZZ.ZZZ.ZZZ.ZZZ.ZZ9.
           05  FILLER                          PIC X(11) VALUE SPACES.
       01  LINHA-TOT-WS.
           05  ROTULO-TOT-WS                   PIC X(20).
           05  CHAVE-TOT-WS                    PIC X(06).
           05  FILLER  VALUE " ITENS "         PIC X(07).
           05  ITENS-TOT-LIN-WS                PIC ZZZ.ZZ9.
           05  FILLER                          PIC X(19) VALUE SPACES.
           05  VALOR-TOT-LIN-WS                PIC ZZZ.ZZZ.ZZZ.ZZZ.ZZ9.
           05  FILLER                          PIC X(12) VALUE SPACES.
      *
           COPY CABCONV.
           COPY TELAWS.
           COPY PARMAUTO.
      *
           COPY OPERWS.
           COPY DURAWS.
           COPY FILIALVL.
           COPY EMPREVL.
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
           DISPLAY (5, 16) "* LIVRO REGISTRO DE INVENTARIO *"

           PERFORM CARREGA-FILIAL THRU CARREGA-FILIAL-EXIT
           PERFORM CARREGA-EMPRESA THRU CARREGA-EMPRESA-EXIT
           MOVE "CONVLINV" TO PROGRAMA-EXEC-WS
           PERFORM CARREGA-PARM THRU CARREGA-PARM-EXIT
           IF MODO-AUTO AND TELA-PARM-WS NOT = ZEROS
               MOVE TELA-PARM-WS TO INTERVALO-TELA-WS.
      *    A DATA INICIAL DO CONVPARM.DAT E A DATA DO INVENTARIO
      *    (ZEROS = DATA DO DIA)
           ACCEPT DATA-INV-WS FROM DATE YYYYMMDD
           MOVE DIA-INV-WS TO DIA-DIG-WS
           MOVE MES-INV-WS TO MES-DIG-WS
           MOVE ANO-INV-WS TO ANO-DIG-WS
           IF MODO-AUTO
               MOVE DRIVE-PARM-WS TO U-ALX-WS
               MOVE FILIAL-INI-PARM-WS TO FILIAL-ALX-WS
               IF ANO-INI-PARM-WS NOT = ZEROS
                   MOVE DIA-INI-PARM-WS TO DIA-DIG-WS
                   MOVE MES-INI-PARM-WS TO MES-DIG-WS
                   MOVE ANO-INI-PARM-WS TO ANO-DIG-WS.

           DISPLAY (9, 10) "Operador................:"
           IF NOT MODO-AUTO
               ACCEPT (, ) OPERADOR-EXEC-WS WITH PROMPT UPDATE.
           MOVE "CONVLINV" TO PROGRAMA-ACE-WS
           MOVE MODO-AUTO-WS TO SEM-SENHA-ACE-WS
           PERFORM AUTENTICA-OPERADOR THRU AUTENTICA-OPERADOR-EXIT.

           DISPLAY (10, 10) "Informe o Drive dos arqs:"
           IF NOT MODO-AUTO
               ACCEPT (, ) U-ALX-WS WITH PROMPT UPDATE
               ACCEPT ESCAPE-77 FROM ESCAPE KEY
               IF ESCAPE-77 NOT = ZEROS STOP RUN.
           MOVE U-ALX-WS TO U-INV-WS U-FIXO-TX.

           DISPLAY (11, 10) "Informe a Filial .......:"
           IF NOT MODO-AUTO
               ACCEPT (, ) FILIAL-ALX-WS WITH PROMPT UPDATE
               IF ESCAPE-77 NOT = ZEROS GO TO INICIO-010.
           PERFORM VARYING IDX-FIL-VL-WS FROM 1 BY 1
               UNTIL IDX-FIL-VL-WS > QTD-FILIAL-VL
               OR FILIAL-VL-WS (IDX-FIL-VL-WS) = FILIAL-ALX-WS
           END-PERFORM
           IF IDX-FIL-VL-WS > QTD-FILIAL-VL
               DISPLAY (24, 10) "FILIAL INVALIDA - VERIFIQUE O NUMERO"
               IF MODO-AUTO GO TO TERMINA-ERRO-PARM END-IF
               GO TO INICIO-010.
           MOVE FILIAL-ALX-WS TO FILIAL-INV-WS.

           DISPLAY (12, 10) "Data inventario ddmmaaaa:"
           IF NOT MODO-AUTO
               ACCEPT (, ) DATA-DIG-WS WITH PROMPT UPDATE
               IF ESCAPE-77 NOT = ZEROS GO TO INICIO-010.
           IF DIA-DIG-WS = ZEROS OR DIA-DIG-WS > 31
               OR MES-DIG-WS = ZEROS OR MES-DIG-WS > 12
               OR ANO-DIG-WS = ZEROS
               DISPLAY (24, 10) "DATA DO INVENTARIO INVALIDA"
               IF MODO-AUTO GO TO TERMINA-ERRO-PARM END-IF
               GO TO INICIO-010.
           MOVE DIA-DIG-WS TO DIA-INV-WS
           MOVE MES-DIG-WS TO MES-INV-WS
           MOVE ANO-DIG-WS TO ANO-INV-WS

           DISPLAY (15, 10) "ITENS LIDOS:        IMPRESSOS:"
           MOVE 0 TO LIDOS-77 IMPRESSOS-77 SEM-CUSTO-77
           MOVE 0 TO SEM-CADASTRO-77 DESCARTADOS-ITE-77 PAGINA-WS
           MOVE 0 TO ITENS-TOT-WS VALOR-TOT-WS
           MOVE 99 TO LINHAS-PAG-WS
           PERFORM CARREGA-ITENS THRU CARREGA-ITENS-EXIT
           PERFORM CARREGA-GRUPOS
           MOVE "N" TO FIM-ALX-WS
           OPEN INPUT ARQ-ALX
           IF ESTADO-ALX NOT = ZEROS
               DISPLAY (24, 10) "ARQALX.TXT DA FILIAL AUSENTE - RODE "
                   "CONVSALD"
               PERFORM GRAVA-LOG
               IF MODO-AUTO
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               GO TO 015-DATAS.
           SORT ARQ-SRT
               ON ASCENDING KEY GRUPO-SRT SUBGR-SRT CODIGO-SRT
               INPUT  PROCEDURE IS 100-CARGA
               OUTPUT PROCEDURE IS 200-LIVRO
           DISPLAY (23, 10) "LIVRO GRAVADO EM CONVLINV.REL"
           IF SEM-CADASTRO-77 NOT = ZEROS
               DISPLAY (21, 10) "ITENS FORA DO ARQFIXO.TXT........:"
               DISPLAY (21, 45) SEM-CADASTRO-77.
           IF SEM-CUSTO-77 NOT = ZEROS
               DISPLAY (22, 10) "ITENS COM SALDO E SEM CUSTO MEDIO:"
               DISPLAY (22, 45) SEM-CUSTO-77.
           PERFORM REPINTA-TELA
           PERFORM GRAVA-LOG
           IF MODO-AUTO GOBACK.
           GO TO 015-DATAS.
      *
      *    CARGA: LE O EXTRATO DE SALDOS DA FILIAL E LIBERA OS ITENS
      *    COM SALDO, JA VALORIZADOS E COM DESCRICAO E UNIDADE
       100-CARGA SECTION.
       110-PREPARA.
           SET IDX-ITE-WS TO 1.
       120-LE-SALDO.
           READ ARQ-ALX AT END MOVE "S" TO FIM-ALX-WS END-READ
           IF ACABOU-ALX
               CLOSE ARQ-ALX
               GO TO 190-FIM-CARGA.
           IF REG-ALX (1:1) = "0" AND REG-ALX (2:4) = "CONV"
               GO TO 120-LE-SALDO.
           IF REG-ALX (1:1) = "9" AND REG-ALX (22:279) = SPACES
               GO TO 120-LE-SALDO.
           ADD 1 TO LIDOS-77
           PERFORM MOSTRA-PROGRESSO
           IF QTD-EST-ALX = ZEROS
               GO TO 120-LE-SALDO.
           PERFORM 130-LIBERA-ITEM
           GO TO 120-LE-SALDO.
      *
      *    O EXTRATO VEM NA ORDEM DE CODIGO, COMO O ARQFIXO.TXT: A
      *    BUSCA CONTINUA DE ONDE PAROU E SO RECOMECA DO INICIO
      *    QUANDO O CODIGO VOLTA
       130-LIBERA-ITEM.
           IF IDX-ITE-WS > QTD-ITE-WS
               OR CODIGO-ITE-WS (IDX-ITE-WS) > CODIGO-ALX
               SET IDX-ITE-WS TO 1.
           PERFORM VARYING IDX-ITE-WS FROM IDX-ITE-WS BY 1
               UNTIL IDX-ITE-WS > QTD-ITE-WS
               OR CODIGO-ITE-WS (IDX-ITE-WS) NOT < CODIGO-ALX
           END-PERFORM
           MOVE SPACES TO DESCR-SRT UNIDADE-SRT
           IF IDX-ITE-WS NOT > QTD-ITE-WS
               AND CODIGO-ITE-WS (IDX-ITE-WS) = CODIGO-ALX
               MOVE DESCR-ITE-WS (IDX-ITE-WS) TO DESCR-SRT
               MOVE UNIDADE-ITE-WS (IDX-ITE-WS) TO UNIDADE-SRT
           ELSE
               MOVE "*** NAO CADASTRADO ***" TO DESCR-SRT
               ADD 1 TO SEM-CADASTRO-77.
           IF CUSTO-MEDIO-ALX = ZEROS
               ADD 1 TO SEM-CUSTO-77.
           MOVE GRUPO-ALX TO GRUPO-SRT
           MOVE SUBGR-ALX TO SUBGR-SRT
           MOVE CODIGO-ALX TO CODIGO-SRT
           MOVE QTD-EST-ALX TO QTD-SRT
           MOVE CUSTO-MEDIO-ALX TO CUSTO-SRT
           COMPUTE TOTAL-SRT = QTD-EST-ALX * CUSTO-MEDIO-ALX
           RELEASE REG-SRT.
       190-FIM-CARGA.
           EXIT.
      *
      *    DEVOLUCAO: IMPRIME O LIVRO POR GRUPO/SUBGRUPO, COM AS
      *    QUEBRAS, E GRAVA OS TOTAIS POR GRUPO EM ARQ-INV
       200-LIVRO SECTION.
       210-PREPARA.
           OPEN OUTPUT ARQ-REL
           OPEN OUTPUT ARQ-INV
           PERFORM MONTA-CAB
           WRITE REGINV-TX FROM REGCAB-WS
           MOVE "S" TO PRIMEIRO-WS
           MOVE "N" TO FIM-SRT-WS.
       220-DEVOLVE.
           RETURN ARQ-SRT
               AT END MOVE "S" TO FIM-SRT-WS
           END-RETURN
           IF ACABOU-SRT
               GO TO 270-TOTAIS.
           IF PRIMEIRA-LINHA
               MOVE "N" TO PRIMEIRO-WS
               PERFORM 230-ABRE-GRUPO
           ELSE
               IF GRUPO-SRT NOT = GRUPO-ANT-WS
                   PERFORM 240-FECHA-SUBGRUPO
                   PERFORM 245-FECHA-GRUPO
                   PERFORM 230-ABRE-GRUPO
               ELSE
                   IF SUBGR-SRT NOT = SUBGR-ANT-WS
                       PERFORM 240-FECHA-SUBGRUPO
                       PERFORM 235-ABRE-SUBGRUPO.
           MOVE CODIGO-SRT  TO CODIGO-LIN-WS
           MOVE DESCR-SRT   TO DESCR-LIN-WS
           MOVE UNIDADE-SRT TO UNIDADE-LIN-WS
           MOVE QTD-SRT     TO QTD-LIN-WS
           MOVE CUSTO-SRT   TO CUSTO-LIN-WS
           MOVE TOTAL-SRT   TO TOTAL-LIN-WS
           MOVE LINHA-LIV-WS TO REG-REL
           PERFORM 265-IMPRIME
           ADD 1 TO IMPRESSOS-77
           ADD 1 TO ITENS-SUB-WS ITENS-GRU-WS ITENS-TOT-WS
           ADD TOTAL-SRT TO VALOR-SUB-WS VALOR-GRU-WS VALOR-TOT-WS
           GO TO 220-DEVOLVE.
      *
      *    TITULO DO GRUPO (DESCRICAO DO ARQGRUPO.TXT, SE HOUVER)
       230-ABRE-GRUPO.
           MOVE GRUPO-SRT TO GRUPO-ANT-WS
           MOVE 0 TO ITENS-GRU-WS VALOR-GRU-WS
           PERFORM VARYING IDX-GRU-WS FROM 1 BY 1
               UNTIL IDX-GRU-WS > QTD-GRU-WS
               OR COD-GRU-WS (IDX-GRU-WS) = GRUPO-SRT
           END-PERFORM
           MOVE SPACES TO REG-REL
           IF IDX-GRU-WS > QTD-GRU-WS
               STRING "GRUPO " GRUPO-SRT
                   DELIMITED BY SIZE INTO REG-REL
           ELSE
               STRING "GRUPO " GRUPO-SRT " - "
                   DESCR-GRU-WS (IDX-GRU-WS)
                   DELIMITED BY SIZE INTO REG-REL.
           PERFORM 265-IMPRIME
           PERFORM 235-ABRE-SUBGRUPO.
      *
       235-ABRE-SUBGRUPO.
           MOVE SUBGR-SRT TO SUBGR-ANT-WS
           MOVE 0 TO ITENS-SUB-WS VALOR-SUB-WS
           PERFORM VARYING IDX-SUB-WS FROM 1 BY 1
               UNTIL IDX-SUB-WS > QTD-SUB-WS
               OR (GRUPO-SUB-WS (IDX-SUB-WS) = GRUPO-SRT
               AND SUBGR-SUB-WS (IDX-SUB-WS) = SUBGR-SRT)
           END-PERFORM
           MOVE SPACES TO REG-REL
           IF IDX-SUB-WS > QTD-SUB-WS
               STRING "  SUBGRUPO " SUBGR-SRT
                   DELIMITED BY SIZE INTO REG-REL
           ELSE
               STRING "  SUBGRUPO " SUBGR-SRT " - "
                   DESCR-SUB-WS (IDX-SUB-WS)
                   DELIMITED BY SIZE INTO REG-REL.
           PERFORM 265-IMPRIME.
      *
       240-FECHA-SUBGRUPO.
           MOVE "  SUBTOTAL SUBGRUPO " TO ROTULO-TOT-WS
           MOVE SPACES TO CHAVE-TOT-WS
           MOVE SUBGR-ANT-WS TO CHAVE-TOT-WS
           MOVE ITENS-SUB-WS TO ITENS-TOT-LIN-WS
           MOVE VALOR-SUB-WS TO VALOR-TOT-LIN-WS
           MOVE LINHA-TOT-WS TO REG-REL
           PERFORM 265-IMPRIME.
      *
       245-FECHA-GRUPO.
           MOVE "TOTAL DO GRUPO      " TO ROTULO-TOT-WS
           MOVE SPACES TO CHAVE-TOT-WS
           MOVE GRUPO-ANT-WS TO CHAVE-TOT-WS
           MOVE ITENS-GRU-WS TO ITENS-TOT-LIN-WS
           MOVE VALOR-GRU-WS TO VALOR-TOT-LIN-WS
           MOVE LINHA-TOT-WS TO REG-REL
           PERFORM 265-IMPRIME
           MOVE SPACES TO REG-REL
           PERFORM 265-IMPRIME
           MOVE SPACES TO REGINV-TX
           MOVE "G" TO TIPO-INV-TX
           MOVE FILIAL-ALX-WS TO FILIAL-INV-TX
           MOVE DATA-INV-WS TO DATA-INV-TX
           MOVE GRUPO-ANT-WS TO GRUPO-INV-TX
           MOVE ITENS-GRU-WS TO ITENS-INV-TX
           MOVE VALOR-GRU-WS TO VALOR-INV-TX
           WRITE REGINV-TX.
      *
      *    CABECALHO DE PAGINA NOVA
       260-CABECALHO.
           ADD 1 TO PAGINA-WS
           MOVE FILIAL-ALX-WS TO FILIAL-BUSCA-EMP-WS
           PERFORM ACHA-EMPRESA
           MOVE SPACES TO REG-REL
           STRING ACHADO-RAZAO-EMP-WS " CGC " ACHADO-CGC-EMP-WS
               " IE " ACHADO-INSCR-EMP-WS
               DELIMITED BY SIZE INTO REG-REL
           WRITE REG-REL
           MOVE FILIAL-ALX-WS TO FILIAL-CAB-LIV-WS
           MOVE DIA-INV-WS   TO DIA-CAB-LIV-WS
           MOVE MES-INV-WS   TO MES-CAB-LIV-WS
           MOVE ANO-INV-WS   TO ANO-CAB-LIV-WS
           MOVE PAGINA-WS    TO PAG-CAB-LIV-WS
           WRITE REG-REL FROM CAB1-LIV-WS
           WRITE REG-REL FROM CAB2-LIV-WS
           MOVE SPACES TO REG-REL
           WRITE REG-REL
           MOVE 4 TO LINHAS-PAG-WS.
      *
      *    GRAVA A LINHA MONTADA EM REG-REL, ABRINDO PAGINA NOVA
      *    QUANDO A CORRENTE ESTA CHEIA
       265-IMPRIME.
           IF LINHAS-PAG-WS > 55
               MOVE REG-REL TO LINHA-SALVA-WS
               PERFORM 260-CABECALHO
               MOVE LINHA-SALVA-WS TO REG-REL.
           WRITE REG-REL
           ADD 1 TO LINHAS-PAG-WS.
      *
      *    FECHA O ULTIMO GRUPO E IMPRIME O TOTAL GERAL
       270-TOTAIS.
           IF NOT PRIMEIRA-LINHA
               PERFORM 240-FECHA-SUBGRUPO
               PERFORM 245-FECHA-GRUPO.
           MOVE "TOTAL GERAL FILIAL  " TO ROTULO-TOT-WS
           MOVE SPACES TO CHAVE-TOT-WS
           MOVE FILIAL-ALX-WS TO CHAVE-TOT-WS
           MOVE ITENS-TOT-WS TO ITENS-TOT-LIN-WS
           MOVE VALOR-TOT-WS TO VALOR-TOT-LIN-WS
           MOVE LINHA-TOT-WS TO REG-REL
           PERFORM 265-IMPRIME
           IF SEM-CADASTRO-77 NOT = ZEROS
               MOVE SPACES TO REG-REL
               STRING "ITENS FORA DO ARQFIXO.TXT: " SEM-CADASTRO-77
                   DELIMITED BY SIZE INTO REG-REL
               PERFORM 265-IMPRIME.
           IF DESCARTADOS-ITE-77 NOT = ZEROS
               MOVE SPACES TO REG-REL
               STRING "ESTOURO TABELA ITENS: " DESCARTADOS-ITE-77
                   DELIMITED BY SIZE INTO REG-REL
               PERFORM 265-IMPRIME.
           MOVE SPACES TO REGINV-TX
           MOVE "T" TO TIPO-INV-TX
           MOVE FILIAL-ALX-WS TO FILIAL-INV-TX
           MOVE DATA-INV-WS TO DATA-INV-TX
           MOVE ZEROS TO GRUPO-INV-TX
           MOVE ITENS-TOT-WS TO ITENS-INV-TX
           MOVE VALOR-TOT-WS TO VALOR-INV-TX
           WRITE REGINV-TX
           CLOSE ARQ-INV
           CLOSE ARQ-REL.
       290-FIM.
           EXIT.
      *
      *    CARREGA CODIGO, DESCRICAO E UNIDADE DO ARQFIXO.TXT (SEM ELE
      *    O LIVRO SAI SO COM OS CODIGOS)
       CARREGA-ITENS.
           MOVE 0 TO QTD-ITE-WS
           MOVE "N" TO FIM-TX-WS
           OPEN INPUT ARQ-TX
           IF ESTADO-TX NOT = ZEROS
               DISPLAY (24, 10) "ARQFIXO.TXT AUSENTE - SEM DESCRICOES"
               GO TO CARREGA-ITENS-EXIT.
           PERFORM LE-ITEM-TX THRU LE-ITEM-TX-EXIT
               UNTIL ACABOU-TX
           CLOSE ARQ-TX.
       CARREGA-ITENS-EXIT.
           EXIT.
      *
       LE-ITEM-TX.
           READ ARQ-TX AT END MOVE "S" TO FIM-TX-WS END-READ
           IF ACABOU-TX GO TO LE-ITEM-TX-EXIT.
           IF REGFIXO-TX (1:1) = "0" AND REGFIXO-TX (2:4) = "CONV"
               GO TO LE-ITEM-TX-EXIT.
           IF REGFIXO-TX (1:1) = "9" AND REGFIXO-TX (22:75) = SPACES
               GO TO LE-ITEM-TX-EXIT.
           IF QTD-ITE-WS NOT < 5000
               ADD 1 TO DESCARTADOS-ITE-77
               GO TO LE-ITEM-TX-EXIT.
           ADD 1 TO QTD-ITE-WS
           MOVE CODIGO-NUM-TX TO CODIGO-ITE-WS (QTD-ITE-WS)
           MOVE DESCRICAO-TX TO DESCR-ITE-WS (QTD-ITE-WS)
           MOVE UNIDADE-TX TO UNIDADE-ITE-WS (QTD-ITE-WS).
       LE-ITEM-TX-EXIT.
           EXIT.
      *
      *    CARREGA AS DESCRICOES DE GRUPO E SUBGRUPO DOS ARQUIVOS TXT
      *    JA GERADOS PELA CONVERSAO (SEM ELES SAEM SO OS CODIGOS)
       CARREGA-GRUPOS.
           MOVE 0 TO QTD-GRU-WS QTD-SUB-WS DESCARTADOS-SUB-77
           MOVE SPACES TO ARQTAB-WS
           STRING U-ALX-WS ":ARQGRUPO.TXT"
               DELIMITED BY SIZE INTO ARQTAB-WS
           MOVE "N" TO FIM-TAB-WS
           OPEN INPUT ARQ-TAB
           IF ESTADO-TAB = ZEROS
               PERFORM LE-TAB-GRUPO THRU LE-TAB-GRUPO-EXIT
                   UNTIL ACABOU-TAB
               CLOSE ARQ-TAB.
           MOVE SPACES TO ARQTAB-WS
           STRING U-ALX-WS ":ARQSUBGR.TXT"
               DELIMITED BY SIZE INTO ARQTAB-WS
           MOVE "N" TO FIM-TAB-WS
           OPEN INPUT ARQ-TAB
           IF ESTADO-TAB = ZEROS
               PERFORM LE-TAB-SUBGR THRU LE-TAB-SUBGR-EXIT
                   UNTIL ACABOU-TAB
               CLOSE ARQ-TAB.
      *
       LE-TAB-GRUPO.
           READ ARQ-TAB AT END MOVE "S" TO FIM-TAB-WS END-READ
           IF ACABOU-TAB GO TO LE-TAB-GRUPO-EXIT.
           IF REG-TAB (1:1) = "0" AND REG-TAB (2:4) = "CONV"
               GO TO LE-TAB-GRUPO-EXIT.
           IF REG-TAB (1:1) = "9" AND REG-TAB (22:229) = SPACES
               GO TO LE-TAB-GRUPO-EXIT.
           IF QTD-GRU-WS < 100
               ADD 1 TO QTD-GRU-WS
               MOVE COD-TAB-GRUPO TO COD-GRU-WS (QTD-GRU-WS)
               MOVE DESCR-TAB-GRUPO TO DESCR-GRU-WS (QTD-GRU-WS).
       LE-TAB-GRUPO-EXIT.
           EXIT.
      *
       LE-TAB-SUBGR.
           READ ARQ-TAB AT END MOVE "S" TO FIM-TAB-WS END-READ
           IF ACABOU-TAB GO TO LE-TAB-SUBGR-EXIT.
           IF REG-TAB (1:1) = "0" AND REG-TAB (2:4) = "CONV"
               GO TO LE-TAB-SUBGR-EXIT.
           IF REG-TAB (1:1) = "9" AND REG-TAB (22:229) = SPACES
               GO TO LE-TAB-SUBGR-EXIT.
           IF QTD-SUB-WS < 600
               ADD 1 TO QTD-SUB-WS
               MOVE GRUPO-TAB-SUBGR TO GRUPO-SUB-WS (QTD-SUB-WS)
               MOVE SUBGR-TAB-SUBGR TO SUBGR-SUB-WS (QTD-SUB-WS)
               MOVE DESCR-TAB-SUBGR TO DESCR-SUB-WS (QTD-SUB-WS)
           ELSE
               ADD 1 TO DESCARTADOS-SUB-77.
       LE-TAB-SUBGR-EXIT.
           EXIT.
      *
      *    CABECALHO "0" DO ARQUIVO DE TOTAIS
       MONTA-CAB.
           MOVE "CONVLINV" TO PROGRAMA-CAB-WS
           ACCEPT DATA-GER-CAB-WS FROM DATE YYYYMMDD
           ACCEPT HORA-GER-CAB-WS FROM TIME
           MOVE FILIAL-ALX-WS TO FILIAL-CAB-WS
           MOVE SPACES TO FAIXA-CAB-WS
           STRING "INVENTARIO EM " DIA-INV-WS "/" MES-INV-WS "/"
               ANO-INV-WS
               DELIMITED BY SIZE
               INTO FAIXA-CAB-WS.
      *
      *    PINTA OS CONTADORES SO A CADA INTERVALO-TELA-WS REGISTROS
       MOSTRA-PROGRESSO.
           SUBTRACT 1 FROM CONTA-TELA-WS
           IF CONTA-TELA-WS = ZEROS
               MOVE INTERVALO-TELA-WS TO CONTA-TELA-WS
               PERFORM REPINTA-TELA.
      *
       REPINTA-TELA.
           DISPLAY (15, 23) LIDOS-77
           DISPLAY (15, 41) IMPRESSOS-77.
      *
      *    GRAVA UMA LINHA NO LOG PERSISTENTE DE EXECUCOES (CONVLOG.LOG)
       GRAVA-LOG.
           MOVE "CONVLINV" TO PROGRAMA-LOG-TX
           ACCEPT DATA-EXEC-LOG-TX FROM DATE YYYYMMDD
           ACCEPT HORA-EXEC-LOG-TX FROM TIME
           MOVE OPERADOR-EXEC-WS TO OPERADOR-LOG-TX
           ACCEPT HORA-FIM-EXEC-WS FROM TIME
           PERFORM CALCULA-DURACAO
           MOVE HORA-INI6-EXEC-WS TO HORA-INI-LOG-TX
           MOVE DURACAO-EXEC-WS TO DURACAO-LOG-TX
           MOVE SPACES TO FILTRO-LOG-TX
           STRING "DRIVE=" U-ALX-WS " FILIAL=" FILIAL-ALX-WS
               " DATA=" DIA-INV-WS "/" MES-INV-WS "/" ANO-INV-WS
               DELIMITED BY SIZE
               INTO FILTRO-LOG-TX
           MOVE LIDOS-77 TO LIDOS-LOG-TX
           MOVE IMPRESSOS-77 TO GRAVADOS-LOG-TX
           MOVE SEM-CUSTO-77 TO GRAVADOS2-LOG-TX
           MOVE "CONVLINV.REL" TO NOME-REL-ARR-WS
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
           COPY EMPREPR.
      *
           COPY DURAPR.
      *
           COPY OPERPR.
      *
           COPY ARQRPR.
      *
           COPY TRAVAPR.
