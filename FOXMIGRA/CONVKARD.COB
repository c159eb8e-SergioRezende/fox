      *
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. CONVKARD.
       AUTHOR. LUIS AUGUSTO.
      *
      *    DATA DA ALTERACAO: 10/96
      *
      *    KARDEX (FICHA DE ESTOQUE) POR PRODUTO: PARA UMA FILIAL E
      *    UMA FAIXA DE CODIGOS, PARTE DO SALDO ANTERIOR (EST-ANT-ALX
      *    DO x:ARQALXff.TXT GERADO PELO CONVSALD) E LISTA EM
      *    "CONVKARD.REL", EM ORDEM DE DATA, CADA ENTRADA
      *    (x:ITddmmff.Eaa) E CADA SAIDA (x:ITddmmff.Faa) DO PERIODO
      *    COM NOTA, TIPO, QUANTIDADE, VALOR UNITARIO E SALDO
      *    CORRENTE. NO FIM DE CADA PRODUTO COMPARA O SALDO CALCULADO
      *    COM O QTD-EST-ALX E APONTA O PRIMEIRO DIA EM QUE O SALDO
      *    FICOU NEGATIVO. E O QUE FALTAVA PARA MOSTRAR A FILIAL ONDE
      *    O SALDO QUEBROU (O CONVMOVX SO COMPARA OS TOTAIS).
      *
      *    DATA DA ALTERACAO: 10/96
      *
      *    CADA "CONVKARD.REL" GERADO E GUARDADO NO ARQUIVO DE
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
           SELECT      ARQ-SRT    ASSIGN     TO   "CONVKARD.SRT".
      *
           SELECT      ARQ-ALX    ASSIGN     TO   DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ESTADO-ALX.
      *
           SELECT      ARQ-TX     ASSIGN     TO   DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ESTADO-TX.
      *
           SELECT      ARQ-IT     ASSIGN     TO   DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ESTADO.
      *
           SELECT      ARQ-REL    ASSIGN     TO   "CONVKARD.REL"
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
      *    ORDEM 0 = ABERTURA DO PRODUTO (SALDO ANTERIOR E SALDO DO
      *    ARQALX), 1 = ENTRADA, 2 = SAIDA (NO MESMO DIA AS ENTRADAS
      *    VEM ANTES, PARA NAO ACUSAR SALDO NEGATIVO QUE NAO HOUVE)
       SD  ARQ-SRT
           DATA      RECORD       REG-SRT.
       01  REG-SRT.
           05  CODIGO-SRT                    PIC 9(07).
           05  DATA-SRT                      PIC 9(08).
           05  ORDEM-SRT                     PIC 9(01).
           05  NUMERO-SRT                    PIC 9(06).
           05  TIPO-SRT                      PIC 9(01).
           05  QTD-SRT                       PIC 9(05).
           05  VALUNIT-SRT                   PIC 9(13).
           05  QTD-ALX-SRT                   PIC 9(05).
           05  DESCR-SRT                     PIC X(25).
      *
      *    EXTRATO DE SALDOS GERADO PELO CONVSALD (SALDO ATUAL E
      *    SALDO ANTERIOR)
       FD  ARQ-ALX
           LABEL     RECORD       STANDARD
           VALUE     OF FILE-ID   ARQALX-WS
           DATA      RECORD       REG-ALX.
       01  REG-ALX                           PIC X(300).
       01  REG-ALX-DET.
           05  FILLER                        PIC X(02).
           05  CODIGO-ALX                    PIC 9(07).
           05  FILLER                        PIC X(17).
           05  QTD-EST-ALX                   PIC 9(05).
           05  FILLER                        PIC X(36).
           05  EST-ANT-ALX                   PIC 9(05).
           05  FILLER                        PIC X(228).
      *
      *    CADASTRO FIXO EXPORTADO PELO CONVFIXO (ARQ. "ARQFIXO.TXT")
       FD  ARQ-TX
           LABEL     RECORD       STANDARD
           VALUE     OF FILE-ID   ARQFIXO-TX
           DATA      RECORD       REGFIXO-TX.
       01  REGFIXO-TX.
           05  CODIGO-NUM-TX                   PIC 9(07).
           05  DESCRICAO-TX                    PIC X(25).
           05  FILLER                          PIC X(64).
      *
      *    ARQUIVO DIARIO DE ITENS GERADO (SAIDA .Faa OU ENTRADA .Eaa)
       FD  ARQ-IT
           LABEL     RECORD       STANDARD
           VALUE     OF FILE-ID   ARQIT-WS
           DATA      RECORD       REG-IT.
       01  REG-IT                            PIC X(120).
      *    ITEM DE SAIDA (CONVNOTA)
       01  REG-IT-SAI.
           05  FILLER                        PIC X(02).
           05  NUMERO-IT-SAI                 PIC 9(06).
           05  CODIGO-IT-SAI                 PIC 9(07).
           05  FILLER                        PIC X(26).
           05  QTD-IT-SAI                    PIC 9(05).
           05  VALUNIT-IT-SAI                PIC 9(11).
      *    ITEM DE ENTRADA (CONVENTR)
       01  REG-IT-ENT.
           05  FILLER                        PIC X(02).
           05  TIPO-IT-ENT                   PIC 9(01).
           05  FILLER                        PIC X(04).
           05  NUMERO-IT-ENT                 PIC 9(06).
           05  QTD-IT-ENT                    PIC 9(05).
           05  CODIGO-IT-ENT                 PIC 9(07).
           05  FILLER                        PIC X(01).
           05  VALUNIT-IT-ENT                PIC 9(13).
      *
       FD  ARQ-REL
           LABEL     RECORD       STANDARD
           VALUE     OF FILE-ID   "CONVKARD.REL"
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
       77  ESTADO-ALX            PIC X(02).
       77  ESTADO-TX             PIC X(02).
       77  ESTADO-REL            PIC X(02).
       77  ESTADO-LOG            PIC X(02).
       77  ESTADO-PRM            PIC X(02).
       77  LIDOS-77        VALUE 0             PIC 9(07).
       77  MOVIMENTOS-77   VALUE 0             PIC 9(07).
       77  PRODUTOS-77     VALUE 0             PIC 9(05).
       77  DIVERGENTES-77  VALUE 0             PIC 9(05).
      *    REPINTA OS CONTADORES DA TELA SO A CADA INTERVALO-TELA-WS
      *    REGISTROS, PARA A TELA NAO DOMINAR A VARREDURA
       77  INTERVALO-TELA-WS  VALUE 100         PIC 9(05).
       77  CONTA-TELA-WS      VALUE 1           PIC 9(05).
       77  DD-MM-77        VALUE ZEROS         PIC 99/99.
       77  FIM-ALX-WS                          PIC X(01).
           88  ACABOU-ALX                      VALUE "S".
       77  FIM-TX-WS                           PIC X(01).
           88  ACABOU-TX                       VALUE "S".
       77  FIM-IT-WS                           PIC X(01).
           88  ACABOU-IT                       VALUE "S".
       77  FIM-SRT-WS                          PIC X(01).
           88  ACABOU-SRT                      VALUE "S".
       77  LADO-WS                             PIC X(01).
           88  LADO-SAIDA                      VALUE "S".
      *
      *    FAIXA DE PRODUTOS
       77  CODIGO-INI-WS   VALUE ZEROS         PIC 9(07).
       77  CODIGO-FIM-WS   VALUE ZEROS         PIC 9(07).
      *
      *    PERIODO (DD/MM + ANO, VIRANDO O ANO QUANDO O MES FINAL E
      *    MENOR QUE O INICIAL)
       01  INICIAL-WS                          PIC 9(04).
       01  FILLER REDEFINES INICIAL-WS.
           05  DIA-INI-WS                      PIC 9(02).
           05  MES-INI-WS                      PIC 9(02).
       01  FINAL-WS                            PIC 9(04).
       01  FILLER REDEFINES FINAL-WS.
           05  DIA-FIM-WS                      PIC 9(02).
           05  MES-FIM-WS                      PIC 9(02).
       01  ANO-INI-WS      VALUE ZEROS         PIC 9(04).
       01  ANO-FIM-WS      VALUE ZEROS         PIC 9(04).
       01  DATA-FIM-WS.
           05  ANO-DFIM-WS                     PIC 9(04).
           05  MES-DFIM-WS                     PIC 9(02).
           05  DIA-DFIM-WS                     PIC 9(02).
      *    DIA CORRENTE DA VARREDURA
       01  DATA-COR-WS.
           05  ANO-COR-WS                      PIC 9(04).
           05  MES-COR-WS                      PIC 9(02).
           05  DIA-COR-WS                      PIC 9(02).
       01  FILLER REDEFINES DATA-COR-WS.
           05  FILLER                          PIC 9(02).
           05  ANO2-COR-WS                     PIC 9(02).
           05  FILLER                          PIC 9(04).
       01  DDMM-COR-WS.
           05  DIA-DDMM-COR-WS                 PIC 9(02).
           05  MES-DDMM-COR-WS                 PIC 9(02).
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
      *    CONTROLE DO PRODUTO EM IMPRESSAO
       77  PRODUTO-ABERTO-WS VALUE "N"         PIC X(01).
           88  PRODUTO-ABERTO                  VALUE "S".
       77  CODIGO-ANT-WS                       PIC 9(07).
       77  SALDO-WS                            PIC S9(07).
       77  QTD-ALX-WS                          PIC 9(05).
       77  SEM-ALX-WS                          PIC X(01).
           88  PRODUTO-SEM-ALX                 VALUE "S".
       77  DIF-WS                              PIC S9(07).
       77  QTD-ED-WS                           PIC ZZ.ZZ9.
       77  SALDO-ED-WS                         PIC Z.ZZZ.ZZ9-.
       77  DIF-ED-WS                           PIC Z.ZZZ.ZZ9-.
       01  DATA-NEG-WS                         PIC 9(08).
       01  FILLER REDEFINES DATA-NEG-WS.
           05  ANO-NEG-WS                      PIC 9(04).
           05  MES-NEG-WS                      PIC 9(02).
           05  DIA-NEG-WS                      PIC 9(02).
       01  DATA-LIN-AUX-WS                     PIC 9(08).
       01  FILLER REDEFINES DATA-LIN-AUX-WS.
           05  ANO-AUX-WS                      PIC 9(04).
           05  MES-AUX-WS                      PIC 9(02).
           05  DIA-AUX-WS                      PIC 9(02).
      *
      *    NOMES DOS ARQUIVOS
       01  ARQALX-WS.
           05  U-ALX-WS                        PIC X(01).
           05  FILLER VALUE ":ARQALX"          PIC X(07).
           05  FILIAL-ALX-WS                   PIC 9(02).
           05  FILLER VALUE ".TXT"             PIC X(04).
       01  ARQFIXO-TX.
           05  U-FIXO-TX                       PIC X(01).
           05  FILLER VALUE ":ARQFIXO.TXT"     PIC X(12).
       01  ARQIT-WS.
           05  U-IT-WS                         PIC X(01).
           05  FILLER VALUE ":IT"              PIC X(03).
           05  DATA-IT-WS                      PIC 9(04).
           05  FILIAL-IT-WS                    PIC 9(02).
           05  TIPO-EXT-IT-WS                  PIC X(02).
           05  ANO-IT-WS                       PIC 9(02).
      *
      *    LINHAS DA FICHA
       01  LINHA-MOV-WS.
           05  DIA-LIN-WS                      PIC 9(02).
           05  FILLER  VALUE "/"               PIC X(01).
           05  MES-LIN-WS                      PIC 9(02).
           05  FILLER  VALUE "/"               PIC X(01).
           05  ANO-LIN-WS                      PIC 9(04).
           05  FILLER                          PIC X(01) VALUE SPACE.
           05  NUMERO-LIN-WS                   PIC 9(06).
           05  FILLER                          PIC X(01) VALUE SPACE.
           05  LADO-LIN-WS                     PIC X(01).
           05  TIPO-LIN-WS                     PIC 9(01).
           05  FILLER                          PIC X(01) VALUE SPACE.
           05  ENTRADA-LIN-WS                  PIC ZZ.ZZ9.
           05  FILLER                          PIC X(01) VALUE SPACE.
           05  SAIDA-LIN-WS                    PIC ZZ.ZZ9.
           05  FILLER                          PIC X(01) VALUE SPACE.
           05  VALUNIT-LIN-WS                  PIC Z.ZZZ.ZZZ.ZZZ.ZZ9.
           05  FILLER                          PIC X(01) VALUE SPACE.
           05  SALDO-LIN-WS                    PIC Z.ZZZ.ZZ9-.
           05  FILLER                          PIC X(01) VALUE SPACE.
           05  MARCA-LIN-WS                    PIC X(15).
           05  FILLER                          PIC X(09) VALUE SPACES.
       01  CAB-MOV-WS.
           05  FILLER  VALUE "DATA       NOTA   TP ENTRAD  SAIDA"
                                               PIC X(35).
           05  FILLER  VALUE "     VALOR UNITARIO      SALDO"
                                               PIC X(30).
           05  FILLER                          PIC X(25) VALUE SPACES.
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
           DISPLAY (5, 16) "* KARDEX - FICHA DE ESTOQUE *"

           PERFORM CARREGA-FILIAL THRU CARREGA-FILIAL-EXIT
           MOVE "CONVKARD" TO PROGRAMA-EXEC-WS
           PERFORM CARREGA-PARM THRU CARREGA-PARM-EXIT
           IF MODO-AUTO AND TELA-PARM-WS NOT = ZEROS
               MOVE TELA-PARM-WS TO INTERVALO-TELA-WS.
      *    NA CADEIA SAI A FICHA DE TODOS OS PRODUTOS DA FILIAL
           IF MODO-AUTO
               MOVE DRIVE-PARM-WS TO U-ALX-WS
               MOVE FILIAL-INI-PARM-WS TO FILIAL-ALX-WS
               MOVE ZEROS TO CODIGO-INI-WS
               MOVE 9999999 TO CODIGO-FIM-WS.

           DISPLAY (9, 10) "Operador................:"
           IF NOT MODO-AUTO
               ACCEPT (, ) OPERADOR-EXEC-WS WITH PROMPT UPDATE.
           MOVE "CONVKARD" TO PROGRAMA-ACE-WS
           MOVE MODO-AUTO-WS TO SEM-SENHA-ACE-WS
           PERFORM AUTENTICA-OPERADOR THRU AUTENTICA-OPERADOR-EXIT.

           DISPLAY (10, 10) "Informe o Drive dos arqs:"
           IF NOT MODO-AUTO
               ACCEPT (, ) U-ALX-WS WITH PROMPT UPDATE
               ACCEPT ESCAPE-77 FROM ESCAPE KEY
               IF ESCAPE-77 NOT = ZEROS STOP RUN.
           MOVE U-ALX-WS TO U-FIXO-TX U-IT-WS.

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
           MOVE FILIAL-ALX-WS TO FILIAL-IT-WS.

           DISPLAY (12, 10) "Codigo inicial..........:"
           IF NOT MODO-AUTO
               ACCEPT (, ) CODIGO-INI-WS WITH PROMPT UPDATE
               IF ESCAPE-77 NOT = ZEROS GO TO INICIO-010.
           DISPLAY (13, 10) "Codigo final (0=o mesmo):"
           IF NOT MODO-AUTO
               ACCEPT (, ) CODIGO-FIM-WS WITH PROMPT UPDATE
               IF ESCAPE-77 NOT = ZEROS GO TO INICIO-010.
           IF CODIGO-FIM-WS = ZEROS
               MOVE CODIGO-INI-WS TO CODIGO-FIM-WS.
           IF CODIGO-FIM-WS < CODIGO-INI-WS
               DISPLAY (24, 10) "FAIXA DE CODIGOS INVALIDA"
               GO TO INICIO-010.

           DISPLAY (14, 10) "Data Inicial (dd/mm)....:"
           IF NOT MODO-AUTO
               ACCEPT (, ) DD-MM-77 WITH PROMPT UPDATE
               IF ESCAPE-77 NOT = ZEROS GO TO INICIO-010.
           MOVE DD-MM-77 TO INICIAL-WS
           IF MODO-AUTO
               MOVE DIA-INI-PARM-WS TO DIA-INI-WS
               MOVE MES-INI-PARM-WS TO MES-INI-WS.
           IF DIA-INI-WS = ZEROS OR MES-INI-WS = ZEROS
               OR MES-INI-WS > 12
               IF MODO-AUTO GO TO TERMINA-ERRO-PARM END-IF
               GO TO INICIO-010.
           MOVE ZEROS TO DD-MM-77
           DISPLAY (15, 10) "Data Final   (dd/mm)....:"
           IF NOT MODO-AUTO
               ACCEPT (, ) DD-MM-77 WITH PROMPT UPDATE
               IF ESCAPE-77 NOT = ZEROS GO TO INICIO-010.
           MOVE DD-MM-77 TO FINAL-WS
           IF MODO-AUTO
               MOVE DIA-FIM-PARM-WS TO DIA-FIM-WS
               MOVE MES-FIM-PARM-WS TO MES-FIM-WS.
           IF DIA-FIM-WS = ZEROS OR MES-FIM-WS = ZEROS
               OR MES-FIM-WS > 12
               IF MODO-AUTO GO TO TERMINA-ERRO-PARM END-IF
               GO TO INICIO-010.
           DISPLAY (15, 40) "Ano (aaaa):"
           IF NOT MODO-AUTO
               ACCEPT (15, 52) ANO-INI-WS WITH PROMPT UPDATE
               IF ESCAPE-77 NOT = ZEROS GO TO INICIO-010.
           IF MODO-AUTO
               MOVE ANO-INI-PARM-WS TO ANO-INI-WS.
           IF ANO-INI-WS = ZEROS
               IF MODO-AUTO GO TO TERMINA-ERRO-PARM END-IF
               GO TO INICIO-010.
           MOVE ANO-INI-WS TO ANO-FIM-WS
           IF MES-FIM-WS < MES-INI-WS
               COMPUTE ANO-FIM-WS = ANO-INI-WS + 1.
           MOVE ANO-FIM-WS TO ANO-DFIM-WS
           MOVE MES-FIM-WS TO MES-DFIM-WS
           MOVE DIA-FIM-WS TO DIA-DFIM-WS

           OPEN INPUT ARQ-ALX
           IF ESTADO-ALX NOT = ZEROS
               DISPLAY (24, 10) "ARQALX .TXT AUSENTE - RODE O CONVSALD"
               IF MODO-AUTO
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               GO TO INICIO-010.
           CLOSE ARQ-ALX

           DISPLAY (17, 10) "ITENS LIDOS:        MOVIMENTOS:"
           MOVE 0 TO LIDOS-77 MOVIMENTOS-77 PRODUTOS-77
           MOVE 0 TO DIVERGENTES-77
           SORT ARQ-SRT
               ON ASCENDING KEY CODIGO-SRT DATA-SRT ORDEM-SRT
                                NUMERO-SRT
               INPUT  PROCEDURE IS 100-CARGA
               OUTPUT PROCEDURE IS 200-FICHAS
           IF DIVERGENTES-77 NOT = ZEROS
               DISPLAY (21, 10) "PRODUTOS COM SALDO QUEBRADO.......:"
               DISPLAY (21, 46) DIVERGENTES-77.
           DISPLAY (23, 10) "KARDEX GRAVADO EM CONVKARD.REL"
           PERFORM REPINTA-TELA
           PERFORM GRAVA-LOG
           IF MODO-AUTO GOBACK.
           GO TO 015-DATAS.
      *
      *    CARGA: UMA ABERTURA POR PRODUTO DA FAIXA NO ARQALX (COM A
      *    DESCRICAO DO ARQFIXO.TXT, LIDO EM PARALELO NA ORDEM DE
      *    CODIGO) E DEPOIS AS ENTRADAS E SAIDAS DE CADA DIA
       100-CARGA SECTION.
       110-ABRE.
           MOVE "N" TO FIM-TX-WS
           MOVE ZEROS TO CODIGO-NUM-TX
           OPEN INPUT ARQ-TX
           IF ESTADO-TX NOT = ZEROS
               MOVE "S" TO FIM-TX-WS.
           MOVE "N" TO FIM-ALX-WS
           OPEN INPUT ARQ-ALX
           IF ESTADO-ALX NOT = ZEROS
               DISPLAY (24, 10) "ARQALX .TXT AUSENTE - RODE O CONVSALD"
               GO TO 140-PERIODO.
       120-LE-SALDO.
           READ ARQ-ALX AT END MOVE "S" TO FIM-ALX-WS END-READ
           IF ACABOU-ALX
               CLOSE ARQ-ALX
               GO TO 140-PERIODO.
           IF REG-ALX (1:1) = "0" AND REG-ALX (2:4) = "CONV"
               GO TO 120-LE-SALDO.
           IF REG-ALX (1:1) = "9" AND REG-ALX (22:279) = SPACES
               GO TO 120-LE-SALDO.
           IF CODIGO-ALX NOT NUMERIC
               GO TO 120-LE-SALDO.
           IF CODIGO-ALX < CODIGO-INI-WS
               OR CODIGO-ALX > CODIGO-FIM-WS
               GO TO 120-LE-SALDO.
           PERFORM 130-AVANCA-FIXO THRU 130-AVANCA-FIXO-EXIT
               UNTIL ACABOU-TX OR CODIGO-NUM-TX NOT < CODIGO-ALX
           MOVE SPACES TO DESCR-SRT
           IF NOT ACABOU-TX AND CODIGO-NUM-TX = CODIGO-ALX
               MOVE DESCRICAO-TX TO DESCR-SRT.
           MOVE CODIGO-ALX TO CODIGO-SRT
           MOVE ZEROS TO DATA-SRT ORDEM-SRT NUMERO-SRT TIPO-SRT
           MOVE EST-ANT-ALX TO QTD-SRT
           MOVE ZEROS TO VALUNIT-SRT
           MOVE QTD-EST-ALX TO QTD-ALX-SRT
           RELEASE REG-SRT
           GO TO 120-LE-SALDO.
       130-AVANCA-FIXO.
           READ ARQ-TX AT END MOVE "S" TO FIM-TX-WS END-READ
           IF ACABOU-TX
               CLOSE ARQ-TX
               GO TO 130-AVANCA-FIXO-EXIT.
           IF REGFIXO-TX (1:1) = "0" AND REGFIXO-TX (2:4) = "CONV"
               MOVE ZEROS TO CODIGO-NUM-TX
               GO TO 130-AVANCA-FIXO-EXIT.
           IF REGFIXO-TX (1:1) = "9" AND REGFIXO-TX (22:75) = SPACES
               MOVE "S" TO FIM-TX-WS
               CLOSE ARQ-TX.
       130-AVANCA-FIXO-EXIT.
           EXIT.
      *
      *    AVANCA DIA A DIA PELO PERIODO, LENDO ENTRADAS E SAIDAS
       140-PERIODO.
           IF NOT ACABOU-TX
               CLOSE ARQ-TX.
           MOVE ANO-INI-WS TO ANO-COR-WS
           MOVE MES-INI-WS TO MES-COR-WS
           MOVE DIA-INI-WS TO DIA-COR-WS.
       150-DIA.
           IF DATA-COR-WS > DATA-FIM-WS
               GO TO 190-FIM-CARGA.
           MOVE DIA-COR-WS TO DIA-DDMM-COR-WS
           MOVE MES-COR-WS TO MES-DDMM-COR-WS
           MOVE DDMM-COR-WS TO DATA-IT-WS
           MOVE ANO2-COR-WS TO ANO-IT-WS
           MOVE "E" TO LADO-WS
           MOVE ".E" TO TIPO-EXT-IT-WS
           PERFORM 160-ARQUIVO-DIA
           MOVE "S" TO LADO-WS
           MOVE ".F" TO TIPO-EXT-IT-WS
           PERFORM 160-ARQUIVO-DIA
           ADD 1 TO DIA-COR-WS
           MOVE MES-COR-WS TO MES-CAL-WS
           MOVE ANO-COR-WS TO ANO-CAL-WS
           PERFORM CALCULA-ULT-DIA
           IF DIA-COR-WS > ULT-DIA-MES-WS
               MOVE 1 TO DIA-COR-WS
               ADD 1 TO MES-COR-WS
               IF MES-COR-WS > 12
                   MOVE 1 TO MES-COR-WS
                   ADD 1 TO ANO-COR-WS.
           GO TO 150-DIA.
      *
       160-ARQUIVO-DIA.
           MOVE "N" TO FIM-IT-WS
           OPEN INPUT ARQ-IT
           IF ESTADO = ZEROS
               PERFORM 170-LE-ITEM THRU 170-LE-ITEM-EXIT
                   UNTIL ACABOU-IT
               CLOSE ARQ-IT.
      *
       170-LE-ITEM.
           READ ARQ-IT AT END MOVE "S" TO FIM-IT-WS END-READ
           IF ACABOU-IT GO TO 170-LE-ITEM-EXIT.
           IF REG-IT (1:1) = "0" AND REG-IT (2:4) = "CONV"
               GO TO 170-LE-ITEM-EXIT.
           IF REG-IT (1:1) = "9" AND REG-IT (22:99) = SPACES
               GO TO 170-LE-ITEM-EXIT.
           ADD 1 TO LIDOS-77
           PERFORM MOSTRA-PROGRESSO
           MOVE DATA-COR-WS TO DATA-SRT
           MOVE SPACES TO DESCR-SRT
           MOVE ZEROS TO QTD-ALX-SRT
           IF LADO-SAIDA
               IF CODIGO-IT-SAI NOT NUMERIC
                   OR CODIGO-IT-SAI < CODIGO-INI-WS
                   OR CODIGO-IT-SAI > CODIGO-FIM-WS
                   GO TO 170-LE-ITEM-EXIT
               END-IF
               MOVE CODIGO-IT-SAI TO CODIGO-SRT
               MOVE 2 TO ORDEM-SRT
               MOVE NUMERO-IT-SAI TO NUMERO-SRT
               MOVE ZEROS TO TIPO-SRT
               MOVE QTD-IT-SAI TO QTD-SRT
               MOVE VALUNIT-IT-SAI TO VALUNIT-SRT
           ELSE
               IF CODIGO-IT-ENT NOT NUMERIC
                   OR CODIGO-IT-ENT < CODIGO-INI-WS
                   OR CODIGO-IT-ENT > CODIGO-FIM-WS
                   GO TO 170-LE-ITEM-EXIT
               END-IF
               MOVE CODIGO-IT-ENT TO CODIGO-SRT
               MOVE 1 TO ORDEM-SRT
               MOVE NUMERO-IT-ENT TO NUMERO-SRT
               MOVE TIPO-IT-ENT TO TIPO-SRT
               MOVE QTD-IT-ENT TO QTD-SRT
               MOVE VALUNIT-IT-ENT TO VALUNIT-SRT.
           RELEASE REG-SRT.
       170-LE-ITEM-EXIT.
           EXIT.
       190-FIM-CARGA.
           EXIT.
      *
      *    DEVOLUCAO: UMA FICHA POR PRODUTO, COM SALDO CORRENTE E A
      *    CONFERENCIA FINAL CONTRA O ARQALX
       200-FICHAS SECTION.
       210-PREPARA.
           OPEN OUTPUT ARQ-REL
           MOVE SPACES TO REG-REL
           STRING "KARDEX FILIAL " FILIAL-ALX-WS
               "  DE " DIA-INI-WS "/" MES-INI-WS "/" ANO-INI-WS
               " ATE " DIA-FIM-WS "/" MES-FIM-WS "/" ANO-FIM-WS
               "  PRODUTOS " CODIGO-INI-WS " A " CODIGO-FIM-WS
               DELIMITED BY SIZE INTO REG-REL
           WRITE REG-REL
           MOVE "N" TO PRODUTO-ABERTO-WS
           MOVE "N" TO FIM-SRT-WS.
       220-DEVOLVE.
           RETURN ARQ-SRT
               AT END MOVE "S" TO FIM-SRT-WS
           END-RETURN
           IF ACABOU-SRT
               IF PRODUTO-ABERTO
                   PERFORM 250-FECHA-PRODUTO
               END-IF
               GO TO 280-ENCERRA.
           IF PRODUTO-ABERTO AND CODIGO-SRT NOT = CODIGO-ANT-WS
               PERFORM 250-FECHA-PRODUTO.
           IF NOT PRODUTO-ABERTO
               PERFORM 230-ABRE-PRODUTO.
           IF ORDEM-SRT = ZEROS
               GO TO 220-DEVOLVE.
           MOVE DATA-SRT TO DATA-LIN-AUX-WS
           MOVE DIA-AUX-WS TO DIA-LIN-WS
           MOVE MES-AUX-WS TO MES-LIN-WS
           MOVE ANO-AUX-WS TO ANO-LIN-WS
           MOVE NUMERO-SRT TO NUMERO-LIN-WS
           MOVE TIPO-SRT TO TIPO-LIN-WS
           MOVE VALUNIT-SRT TO VALUNIT-LIN-WS
           IF ORDEM-SRT = 1
               MOVE "E" TO LADO-LIN-WS
               MOVE QTD-SRT TO ENTRADA-LIN-WS
               MOVE ZEROS TO SAIDA-LIN-WS
               ADD QTD-SRT TO SALDO-WS
           ELSE
               MOVE "S" TO LADO-LIN-WS
               MOVE ZEROS TO ENTRADA-LIN-WS
               MOVE QTD-SRT TO SAIDA-LIN-WS
               SUBTRACT QTD-SRT FROM SALDO-WS.
           MOVE SALDO-WS TO SALDO-LIN-WS
           MOVE SPACES TO MARCA-LIN-WS
           IF SALDO-WS < ZEROS AND DATA-NEG-WS = ZEROS
               MOVE DATA-SRT TO DATA-NEG-WS
               MOVE "<== 1O NEGATIVO" TO MARCA-LIN-WS.
           WRITE REG-REL FROM LINHA-MOV-WS
           ADD 1 TO MOVIMENTOS-77
           GO TO 220-DEVOLVE.
      *
      *    CABECALHO DA FICHA; SEM ABERTURA O PRODUTO NAO ESTA NO
      *    ARQALX DA FILIAL E O SALDO PARTE DE ZERO
       230-ABRE-PRODUTO.
           MOVE "S" TO PRODUTO-ABERTO-WS
           MOVE CODIGO-SRT TO CODIGO-ANT-WS
           MOVE ZEROS TO DATA-NEG-WS
           ADD 1 TO PRODUTOS-77
           MOVE SPACES TO REG-REL
           WRITE REG-REL
           IF ORDEM-SRT = ZEROS
               MOVE "N" TO SEM-ALX-WS
               MOVE QTD-SRT TO SALDO-WS
               MOVE QTD-ALX-SRT TO QTD-ALX-WS
               MOVE QTD-SRT TO QTD-ED-WS
               MOVE SPACES TO REG-REL
               STRING "PRODUTO " CODIGO-SRT " " DESCR-SRT
                   "  SALDO ANTERIOR " QTD-ED-WS
                   DELIMITED BY SIZE INTO REG-REL
           ELSE
               MOVE "S" TO SEM-ALX-WS
               MOVE ZEROS TO SALDO-WS QTD-ALX-WS
               MOVE SPACES TO REG-REL
               STRING "PRODUTO " CODIGO-SRT
                   "  SEM REGISTRO NO ARQALX - SALDO ANTERIOR 0"
                   DELIMITED BY SIZE INTO REG-REL.
           WRITE REG-REL
           WRITE REG-REL FROM CAB-MOV-WS.
      *
      *    CONFERENCIA DO SALDO CALCULADO COM O SALDO DO ARQALX
       250-FECHA-PRODUTO.
           MOVE "N" TO PRODUTO-ABERTO-WS
           COMPUTE DIF-WS = SALDO-WS - QTD-ALX-WS
           MOVE SALDO-WS TO SALDO-ED-WS
           MOVE QTD-ALX-WS TO QTD-ED-WS
           MOVE DIF-WS TO DIF-ED-WS
           MOVE SPACES TO REG-REL
           STRING "  SALDO CALCULADO " SALDO-ED-WS
               "  SALDO ARQALX " QTD-ED-WS
               "  DIFERENCA " DIF-ED-WS
               DELIMITED BY SIZE INTO REG-REL
           WRITE REG-REL
           IF DIF-WS NOT = ZEROS OR DATA-NEG-WS NOT = ZEROS
               OR PRODUTO-SEM-ALX
               ADD 1 TO DIVERGENTES-77.
           IF DIF-WS NOT = ZEROS
               MOVE "  *** SALDO FINAL NAO CONFERE COM O ARQALX ***"
                   TO REG-REL
               WRITE REG-REL.
           IF DATA-NEG-WS NOT = ZEROS
               MOVE SPACES TO REG-REL
               STRING "  *** SALDO NEGATIVO A PARTIR DE " DIA-NEG-WS
                   "/" MES-NEG-WS "/" ANO-NEG-WS " ***"
                   DELIMITED BY SIZE INTO REG-REL
               WRITE REG-REL.
       280-ENCERRA.
           MOVE SPACES TO REG-REL
           WRITE REG-REL
           MOVE SPACES TO REG-REL
           STRING "PRODUTOS=" PRODUTOS-77 " MOVIMENTOS=" MOVIMENTOS-77
               " COM SALDO QUEBRADO=" DIVERGENTES-77
               DELIMITED BY SIZE INTO REG-REL
           WRITE REG-REL
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
           DISPLAY (17, 23) LIDOS-77
           DISPLAY (17, 42) MOVIMENTOS-77.
      *
      *    GRAVA UMA LINHA NO LOG PERSISTENTE DE EXECUCOES (CONVLOG.LOG)
       GRAVA-LOG.
           MOVE "CONVKARD" TO PROGRAMA-LOG-TX
           ACCEPT DATA-EXEC-LOG-TX FROM DATE YYYYMMDD
           ACCEPT HORA-EXEC-LOG-TX FROM TIME
           MOVE OPERADOR-EXEC-WS TO OPERADOR-LOG-TX
           ACCEPT HORA-FIM-EXEC-WS FROM TIME
           PERFORM CALCULA-DURACAO
           MOVE HORA-INI6-EXEC-WS TO HORA-INI-LOG-TX
           MOVE DURACAO-EXEC-WS TO DURACAO-LOG-TX
           MOVE SPACES TO FILTRO-LOG-TX
           STRING "FIL=" FILIAL-ALX-WS " COD=" CODIGO-INI-WS
               "-" CODIGO-FIM-WS
               DELIMITED BY SIZE
               INTO FILTRO-LOG-TX
           MOVE LIDOS-77 TO LIDOS-LOG-TX
           MOVE MOVIMENTOS-77 TO GRAVADOS-LOG-TX
           MOVE DIVERGENTES-77 TO GRAVADOS2-LOG-TX
           MOVE "CONVKARD.REL" TO NOME-REL-ARR-WS
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
