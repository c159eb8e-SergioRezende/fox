      *
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. CONVCONC.
       AUTHOR. LUIS AUGUSTO.
      *
      *    DATA DA ALTERACAO: 10/96
      *
      *    CONCILIACAO BANCARIA: LE O EXTRATO DO BANCO DE UMA CONTA
      *    DO ARQBANCO (CNAB 240 "EXTRATO PARA CONCILIACAO", SEGMENTO
      *    E) E CASA CADA CREDITO COM AS BAIXAS DO PERIODO DAQUELE
      *    BANCO (ARQUIVOS x:BXddmmff.Baa DO CONVBAIX, BANCO-LANC) E
      *    COM AS LIQUIDACOES DO RETORNO (x:BXRETff.BAX DO CONVRETO),
      *    POR DATA E VALOR. A DATA DA BAIXA PODE ESTAR ATE "DIAS DE
      *    COMPENSACAO" ANTES DO CREDITO. PRIMEIRO CASA CREDITO COM
      *    UMA BAIXA SO; O QUE SOBRA TENTA O CREDITO AGRUPADO (SOMA
      *    DAS BAIXAS, DAS LIQUIDACOES DO RETORNO OU DE AMBAS NA
      *    JANELA DE DATAS). LIQUIDACAO DO RETORNO JA PRESENTE NO BX
      *    (MESMO CORPO E VALOR) NAO E CONTADA DUAS VEZES. SAI EM
      *    "CONVCONC.REL" A LISTA DOS CREDITOS CASADOS, DOS CREDITOS
      *    DO EXTRATO SEM BAIXA E DAS BAIXAS SEM CREDITO - ACABA A
      *    CONFERENCIA MANUAL DA MANHA E O CREDITO SEM EXPLICACAO
      *    ESQUECIDO NA CONTA TRANSITORIA.
      *    POSICOES USADAS DO SEGMENTO E (REGISTRO "3", POS 14 = "E"):
      *    BANCO 1-3, AGENCIA 53-57, CONTA 59-70, DATA DO LANCAMENTO
      *    143-150 (DDMMAAAA), VALOR 151-168 (2 DECIMAIS), TIPO
      *    169 (D/C), HISTORICO 177-201 E DOCUMENTO 202-240.
      *
      *    DATA DA ALTERACAO: 10/96
      *
      *    CADA "CONVCONC.REL" GERADO E GUARDADO NO ARQUIVO DE
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
           SELECT      ARQ-EXT    ASSIGN     TO   DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ESTADO-EXT.
      *
           SELECT      ARQ-BX     ASSIGN     TO   DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ESTADO.
      *
           SELECT      ARQ-BAX    ASSIGN     TO   DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ESTADO-BAX.
      *
           SELECT      ARQ-REL    ASSIGN     TO   "CONVCONC.REL"
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
           COPY BANCOSL.
      *
           COPY SECULOSL.
      *
           COPY OPERSL.
      *
       DATA DIVISION.
       FILE SECTION.
      *
      *    EXTRATO DO BANCO (CNAB 240, COMPLETADO COM ESPACOS)
       FD  ARQ-EXT
           LABEL     RECORD       STANDARD
           VALUE     OF FILE-ID   ARQEXT-WS
           DATA      RECORD       REG-EXT.
       01  REG-EXT                           PIC X(240).
       01  REG-EXT-DET.
           05  BANCO-EXT                     PIC 9(03).
           05  FILLER                        PIC X(04).
           05  TIPO-EXT                      PIC X(01).
           05  FILLER                        PIC X(05).
           05  SEG-EXT                       PIC X(01).
           05  FILLER                        PIC X(38).
           05  AGENCIA-EXT                   PIC 9(05).
           05  FILLER                        PIC X(01).
           05  CONTA-EXT                     PIC 9(12).
           05  FILLER                        PIC X(71).
           05  DATA-EXT.
               10  DIA-EXT                   PIC 9(02).
               10  MES-EXT                   PIC 9(02).
               10  ANO-EXT                   PIC 9(04).
           05  VALOR-EXT                     PIC 9(16)V99.
           05  DC-EXT                        PIC X(01).
           05  FILLER                        PIC X(07).
           05  HIST-EXT                      PIC X(25).
           05  DOCTO-EXT                     PIC X(39).
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
      *        "2" = BAIXA INTEGRAL   "3" = BAIXA PARCELADA
      *
      *    BAIXAS PRONTAS DO RETORNO (ARQ. "x:BXRETff.BAX")
       FD  ARQ-BAX
           LABEL     RECORD       STANDARD
           VALUE     OF FILE-ID   ARQBAX-WS
           DATA      RECORD       REGBAX-TX.
       01  REGBAX-TX.
           05  CORPO-BAX-TX                  PIC 9(07).
           05  DTPAG-BAX-TX.
               10  DIA-BAX-TX                PIC 9(02).
               10  MES-BAX-TX                PIC 9(02).
               10  ANO-BAX-TX                PIC 9(02).
           05  VALORPAGO-BAX-TX              PIC 9(13).
           05  SALDO-BAX-TX                  PIC 9(11).
           05  DIFERE-BAX-TX                 PIC X(01).
      *
       FD  ARQ-REL
           LABEL     RECORD       STANDARD
           VALUE     OF FILE-ID   "CONVCONC.REL"
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
           COPY BANCOFD.
      *
           COPY SECULOFD.
      *
           COPY OPERFD.
      *
       WORKING-STORAGE SECTION.
      *
       77  ESTADO                PIC X(02).
       77  ESTADO-EXT            PIC X(02).
       77  ESTADO-BAX            PIC X(02).
       77  ESTADO-REL            PIC X(02).
       77  ESTADO-LOG            PIC X(02).
       77  ESTADO-PRM            PIC X(02).
       77  LIDOS-77        VALUE 0             PIC 9(07).
       77  CREDITOS-77     VALUE 0             PIC 9(05).
       77  CASADOS-77      VALUE 0             PIC 9(05).
       77  SEM-BAIXA-77    VALUE 0             PIC 9(05).
       77  SEM-CREDITO-77  VALUE 0             PIC 9(05).
       77  OUTRA-CONTA-77  VALUE 0             PIC 9(05).
       77  DEBITOS-77      VALUE 0             PIC 9(05).
       77  RET-NO-BX-77    VALUE 0             PIC 9(05).
       77  DD-MM-77        VALUE ZEROS         PIC 99/99.
       77  I                                   PIC 9(02).
       77  E                                   PIC 9(02).
       77  FIM-BX-WS                           PIC X(01).
           88  ACABOU-BX                       VALUE "S".
       77  FIM-EXT-WS                          PIC X(01).
           88  ACABOU-EXT                      VALUE "S".
       77  FIM-BAX-WS                          PIC X(01).
           88  ACABOU-BAX                      VALUE "S".
      *
      *    CONTA CONCILIADA E DIAS DE COMPENSACAO (QUANTOS DIAS A
      *    DATA DA BAIXA PODE ANTECEDER O CREDITO NO EXTRATO)
       77  BANCO-CON-WS    VALUE ZEROS         PIC 9(03).
       77  COMPENSA-WS     VALUE 1             PIC 9(01).
       77  AGENCIA-CON-WS                      PIC 9(04).
       77  CONTA-CON-WS                        PIC 9(08).
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
      *    FAIXA DO EXTRATO (AAAAMMDD), FIXADA ANTES DA VARREDURA DOS
      *    ARQUIVOS DE BAIXAS, QUE AVANCA MESDIA-INI-WS
       77  FAIXA-INI-WS                        PIC 9(08).
       77  FAIXA-FIM-WS                        PIC 9(08).
      *
      *    CALENDARIO REAL PARA O AVANCO DIA A DIA E PARA O RECUO DA
      *    JANELA DE COMPENSACAO
       01  DIAS-MES-VL-WS  PIC X(24) VALUE "312831303130313130313031".
       01  FILLER REDEFINES DIAS-MES-VL-WS.
           05  DIAS-MES-VL OCCURS 12 TIMES     PIC 9(02).
       77  MES-CAL-WS                          PIC 9(02).
       77  ANO-CAL-WS                          PIC 9(04).
       77  ULT-DIA-MES-WS                      PIC 9(02).
       77  QUOC-BISS-WS                        PIC 9(04).
       77  RESTO-BISS-WS                       PIC 9(04).
      *
      *    INICIO DA JANELA DE DATAS DE UM CREDITO (AAAAMMDD)
       01  LIMITE-WS                           PIC 9(08).
       01  FILLER REDEFINES LIMITE-WS.
           05  ANO-LIM-WS                      PIC 9(04).
           05  MES-LIM-WS                      PIC 9(02).
           05  DIA-LIM-WS                      PIC 9(02).
      *
      *    CREDITOS DO EXTRATO NA FAIXA. SITUACAO: " " = SEM BAIXA,
      *    "U" = UMA BAIXA, "B" = GRUPO DE BAIXAS, "R" = GRUPO DO
      *    RETORNO, "G" = GRUPO DE BAIXAS E RETORNO
       77  QTD-EXT-WS      VALUE 0             PIC 9(04).
       77  IDX-EXT-WS                          PIC 9(04).
       77  DESCARTADOS-EXT-77 VALUE 0          PIC 9(05).
       01  TAB-EXT-WS.
           05  TAB-EXT-ITEM OCCURS 2000 TIMES.
               10  DATA-TAB-EXT-WS             PIC 9(08).
               10  VALOR-TAB-EXT-WS            PIC 9(13).
               10  HIST-TAB-EXT-WS             PIC X(25).
               10  DOCTO-TAB-EXT-WS            PIC X(20).
               10  SITUACAO-TAB-EXT-WS         PIC X(01).
               10  QTD-TAB-EXT-WS              PIC 9(04).
      *
      *    BAIXAS ("B" = BX DO CONVBAIX, "R" = LIQUIDACAO DO RETORNO)
      *    DO BANCO NA FAIXA, COM A LINHA DO EXTRATO QUE AS CASOU
       77  QTD-ITEM-WS     VALUE 0             PIC 9(04).
       77  IDX-ITEM-WS                         PIC 9(04).
       77  DESCARTADOS-ITEM-77 VALUE 0         PIC 9(05).
       01  TAB-ITEM-WS.
           05  TAB-ITEM-ITEM OCCURS 5000 TIMES.
               10  ORIGEM-ITEM-WS              PIC X(01).
               10  CORPO-ITEM-WS               PIC 9(07).
               10  DATA-ITEM-WS                PIC 9(08).
               10  VALOR-ITEM-WS               PIC 9(13).
               10  LINHA-ITEM-WS               PIC 9(04).
      *
      *    SOMAS DA JANELA DE UM CREDITO PARA O CASAMENTO AGRUPADO
       77  SOMA-BX-WS                          PIC 9(15).
       77  SOMA-RET-WS                         PIC 9(15).
       77  SOMA-TOT-WS                         PIC 9(15).
       77  QTD-BX-WS                           PIC 9(04).
       77  QTD-RET-WS                          PIC 9(04).
       77  ORIGEM-MARCA-WS                     PIC X(01).
      *
      *    TOTAIS DO RELATORIO
       77  TOT-CREDITO-WS  VALUE 0             PIC 9(15).
       77  TOT-CASADO-WS   VALUE 0             PIC 9(15).
       77  TOT-SEM-BAIXA-WS VALUE 0            PIC 9(15).
       77  TOT-SEM-CRED-WS VALUE 0             PIC 9(15).
      *
      *    NOMES DOS ARQUIVOS DE ENTRADA
       01  NOME-EXTRATO-WS                     PIC X(14).
       01  ARQEXT-WS                           PIC X(14).
       01  ARQBX-WS.
           05  U-BX-WS                         PIC X(01).
           05  FILLER VALUE ":BX"              PIC X(03).
           05  DATA-BX-WS                      PIC 9(04).
           05  FILIAL-BX-WS                    PIC 9(02).
           05  FILLER VALUE ".B"               PIC X(02).
           05  ANO-BX-WS                       PIC 9(02).
       01  ARQBAX-WS.
           05  U-BAX-WS                        PIC X(01).
           05  FILLER VALUE ":BXRET"           PIC X(06).
           05  FILIAL-BAX-WS                   PIC 9(02).
           05  FILLER VALUE ".BAX"             PIC X(04).
           05  FILLER                          PIC X(01).
      *
       01  LINHA-EXT-WS.
           05  SITUACAO-LIN-WS                 PIC X(12).
           05  DATA-LIN-WS                     PIC 9(08).
           05  FILLER                          PIC X(01).
           05  VALOR-LIN-WS                    PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                          PIC X(01).
           05  HIST-LIN-WS                     PIC X(25).
           05  FILLER                          PIC X(01).
           05  DOCTO-LIN-WS                    PIC X(20).
           05  FILLER                          PIC X(01).
           05  QTD-LIN-WS                      PIC ZZZ9.
       01  LINHA-BAIXA-WS.
           05  ORIGEM-LIN-WS                   PIC X(12).
           05  DATA-ITE-LIN-WS                 PIC 9(08).
           05  FILLER                          PIC X(01).
           05  VALOR-ITE-LIN-WS                PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER  VALUE " CORPO "         PIC X(07).
           05  CORPO-LIN-WS                    PIC 9(07).
       01  LINHA-TOT-WS.
           05  DESCR-TOT-WS                    PIC X(30).
           05  QTD-TOT-WS                      PIC ZZ.ZZ9.
           05  FILLER                          PIC X(01).
           05  VALOR-TOT-WS                    PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
      *
           COPY TELAWS.
           COPY PARMAUTO.
      *
           COPY OPERWS.
           COPY DURAWS.
           COPY FILIALVL.
           COPY BANCOVL.
           COPY SECULOVL.
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
           DISPLAY (5, 12) "* CONCILIACAO BANCARIA - EXTRATO X BAIXAS *"

           PERFORM CARREGA-FILIAL THRU CARREGA-FILIAL-EXIT
           PERFORM CARREGA-BANCO THRU CARREGA-BANCO-EXIT
           MOVE "CONVCONC" TO PROGRAMA-EXEC-WS
           PERFORM CARREGA-PARM THRU CARREGA-PARM-EXIT
           IF MODO-AUTO
               MOVE DRIVE-PARM-WS TO U-BX-WS
               MOVE FILIAL-INI-PARM-WS TO FILIAL-BX-WS
               MOVE SPACES TO NOME-EXTRATO-WS
               STRING DRIVE-PARM-WS ":EXTRATO.EXT"
                   DELIMITED BY SIZE INTO NOME-EXTRATO-WS
      *    FILTRO: POSICOES 1-3 = BANCO, POSICAO 4 = DIAS DE
      *    COMPENSACAO
               IF FILTRO-PARM-WS (1:3) NUMERIC
                   MOVE FILTRO-PARM-WS (1:3) TO BANCO-CON-WS
               END-IF
               IF FILTRO-PARM-WS (4:1) NUMERIC
                   MOVE FILTRO-PARM-WS (4:1) TO COMPENSA-WS.

           DISPLAY (8, 10) "Operador................:"
           IF NOT MODO-AUTO
               ACCEPT (, ) OPERADOR-EXEC-WS WITH PROMPT UPDATE.
           MOVE "CONVCONC" TO PROGRAMA-ACE-WS
           MOVE MODO-AUTO-WS TO SEM-SENHA-ACE-WS
           PERFORM AUTENTICA-OPERADOR THRU AUTENTICA-OPERADOR-EXIT.

           DISPLAY (9, 10) "Informe o Drive dos arqs:"
           IF NOT MODO-AUTO
               ACCEPT (, ) U-BX-WS WITH PROMPT UPDATE
               ACCEPT ESCAPE-77 FROM ESCAPE KEY
               IF ESCAPE-77 NOT = ZEROS STOP RUN.

           DISPLAY (10, 10) "Informe a Filial .......:"
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

           DISPLAY (11, 10) "Banco da conta..........:"
           IF NOT MODO-AUTO
               ACCEPT (, ) BANCO-CON-WS WITH PROMPT UPDATE
               IF ESCAPE-77 NOT = ZEROS GO TO INICIO-010.
           MOVE FILIAL-BX-WS TO FILIAL-BUSCA-BAN-WS
           MOVE BANCO-CON-WS TO BANCO-BUSCA-BAN-WS
           PERFORM ACHA-BANCO
           IF IDX-ACHADO-BAN-WS = ZEROS
               DISPLAY (24, 10) "CONTA NAO CADASTRADA NO ARQBANCO"
               IF MODO-AUTO GO TO TERMINA-ERRO-PARM END-IF
               GO TO INICIO-010.
           MOVE AGENCIA-TAB-BAN-WS (IDX-ACHADO-BAN-WS)
               TO AGENCIA-CON-WS
           MOVE CONTA-TAB-BAN-WS (IDX-ACHADO-BAN-WS) TO CONTA-CON-WS
           DISPLAY (11, 40) "AG "
           DISPLAY (11, 43) AGENCIA-CON-WS
           DISPLAY (11, 48) "CONTA "
           DISPLAY (11, 54) CONTA-CON-WS

           DISPLAY (12, 10) "Arquivo extrato do banco:"
           IF NOT MODO-AUTO
               ACCEPT (, ) NOME-EXTRATO-WS WITH PROMPT UPDATE
               IF ESCAPE-77 NOT = ZEROS GO TO INICIO-010.
           IF NOME-EXTRATO-WS = SPACES
               IF MODO-AUTO GO TO TERMINA-ERRO-PARM END-IF
               GO TO INICIO-010.

           DISPLAY (13, 10) "Data Inicial (dd/mm)....:"
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
           DISPLAY (14, 10) "Data Final   (dd/mm)....:"
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
           DISPLAY (14, 40) "Ano (aaaa):"
           IF NOT MODO-AUTO
               ACCEPT (14, 52) ANO-INI-WS WITH PROMPT UPDATE
               IF ESCAPE-77 NOT = ZEROS GO TO INICIO-010.
           IF MODO-AUTO
               MOVE ANO-INI-PARM-WS TO ANO-INI-WS.
           IF ANO-INI-WS = ZEROS
               IF MODO-AUTO GO TO TERMINA-ERRO-PARM END-IF
               GO TO INICIO-010.
           MOVE ANO-INI-WS TO ANO-FIM-WS
           IF MES-FIM-WS < MES-INI-WS
               COMPUTE ANO-FIM-WS = ANO-INI-WS + 1.

           DISPLAY (15, 10) "Dias de compensacao.....:"
           IF NOT MODO-AUTO
               ACCEPT (, ) COMPENSA-WS WITH PROMPT UPDATE
               IF ESCAPE-77 NOT = ZEROS GO TO INICIO-010.

           MOVE ANO-INI-WS TO ANO-CORTE-INI-WS
           MOVE MES-INI-WS TO MES-CORTE-INI-WS
           MOVE DIA-INI-WS TO DIA-CORTE-INI-WS
           MOVE ANO-FIM-WS TO ANO-CORTE-FIM-WS
           MOVE MES-FIM-WS TO MES-CORTE-FIM-WS
           MOVE DIA-FIM-WS TO DIA-CORTE-FIM-WS
           MOVE MESDIA-INI-WS TO FAIXA-INI-WS
           MOVE MESDIA-FIM-WS TO FAIXA-FIM-WS

           DISPLAY (17, 10) "BAIXAS LIDAS:         CREDITOS:"
           MOVE 0 TO LIDOS-77 CREDITOS-77 CASADOS-77 SEM-BAIXA-77
           MOVE 0 TO SEM-CREDITO-77 OUTRA-CONTA-77 DEBITOS-77
           MOVE 0 TO RET-NO-BX-77 QTD-EXT-WS QTD-ITEM-WS
           MOVE 0 TO DESCARTADOS-EXT-77 DESCARTADOS-ITEM-77
           MOVE 0 TO TOT-CREDITO-WS TOT-CASADO-WS
           MOVE 0 TO TOT-SEM-BAIXA-WS TOT-SEM-CRED-WS
           PERFORM CARREGA-EXTRATO THRU CARREGA-EXTRATO-EXIT
           IF QTD-EXT-WS = ZEROS
               DISPLAY (23, 10) "EXTRATO SEM CREDITOS NA CONTA/FAIXA"
               IF MODO-AUTO GO TO TERMINA-ERRO-PARM END-IF
               GO TO 015-DATAS.
           SUBTRACT 1 FROM DIA-INI-WS.
      *
      *    PERCORRE A FAIXA DIA A DIA LENDO OS ARQUIVOS DE BAIXAS
       020-DIA.
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
           IF MESDIA-INI-WS > MESDIA-FIM-WS
               GO TO 030-CONCILIA.
           MOVE INICIAL-WS TO DATA-BX-WS
           MOVE ANO2-INI-WS TO ANO-BX-WS
           MOVE "N" TO FIM-BX-WS
           OPEN INPUT ARQ-BX
           IF ESTADO NOT = ZEROS
               GO TO 020-DIA.
           PERFORM LE-BAIXA THRU LE-BAIXA-EXIT UNTIL ACABOU-BX
           CLOSE ARQ-BX
           GO TO 020-DIA.
      *
      *    BAIXAS CARREGADAS: SOMA AS LIQUIDACOES DO RETORNO, CASA
      *    PRIMEIRO UM PARA UM E DEPOIS OS CREDITOS AGRUPADOS
       030-CONCILIA.
           PERFORM CARREGA-RETORNO THRU CARREGA-RETORNO-EXIT
           PERFORM CASA-UNICO THRU CASA-UNICO-EXIT
               VARYING IDX-EXT-WS FROM 1 BY 1
               UNTIL IDX-EXT-WS > QTD-EXT-WS
           PERFORM CASA-GRUPO THRU CASA-GRUPO-EXIT
               VARYING IDX-EXT-WS FROM 1 BY 1
               UNTIL IDX-EXT-WS > QTD-EXT-WS
           PERFORM IMPRIME-RELATORIO
           PERFORM GRAVA-LOG
           DISPLAY (23, 10) "CONCILIACAO GRAVADA EM CONVCONC.REL"
           IF MODO-AUTO GOBACK.
           GO TO 015-DATAS.
      *
      *    CARREGA OS CREDITOS DO EXTRATO DA CONTA NA FAIXA
       CARREGA-EXTRATO.
           MOVE NOME-EXTRATO-WS TO ARQEXT-WS
           MOVE "N" TO FIM-EXT-WS
           OPEN INPUT ARQ-EXT
           IF ESTADO-EXT NOT = ZEROS
               GO TO CARREGA-EXTRATO-EXIT.
           PERFORM LE-EXTRATO THRU LE-EXTRATO-EXIT UNTIL ACABOU-EXT
           CLOSE ARQ-EXT.
       CARREGA-EXTRATO-EXIT.
           EXIT.
      *
       LE-EXTRATO.
           READ ARQ-EXT AT END MOVE "S" TO FIM-EXT-WS END-READ
           IF ACABOU-EXT GO TO LE-EXTRATO-EXIT.
           IF TIPO-EXT NOT = "3" OR SEG-EXT NOT = "E"
               GO TO LE-EXTRATO-EXIT.
           IF BANCO-EXT NOT = BANCO-CON-WS
               OR AGENCIA-EXT NOT = AGENCIA-CON-WS
               OR CONTA-EXT NOT = CONTA-CON-WS
               ADD 1 TO OUTRA-CONTA-77
               GO TO LE-EXTRATO-EXIT.
           IF DC-EXT NOT = "C"
               ADD 1 TO DEBITOS-77
               GO TO LE-EXTRATO-EXIT.
           MOVE ANO-EXT TO ANO-LIM-WS
           MOVE MES-EXT TO MES-LIM-WS
           MOVE DIA-EXT TO DIA-LIM-WS
           IF LIMITE-WS < FAIXA-INI-WS OR LIMITE-WS > FAIXA-FIM-WS
               GO TO LE-EXTRATO-EXIT.
           IF QTD-EXT-WS NOT < 2000
               ADD 1 TO DESCARTADOS-EXT-77
               GO TO LE-EXTRATO-EXIT.
           ADD 1 TO CREDITOS-77
           DISPLAY (17, 42) CREDITOS-77
           ADD 1 TO QTD-EXT-WS
           MOVE LIMITE-WS TO DATA-TAB-EXT-WS (QTD-EXT-WS)
           MOVE VALOR-EXT TO VALOR-TAB-EXT-WS (QTD-EXT-WS)
           MOVE HIST-EXT TO HIST-TAB-EXT-WS (QTD-EXT-WS)
           MOVE DOCTO-EXT TO DOCTO-TAB-EXT-WS (QTD-EXT-WS)
           MOVE SPACE TO SITUACAO-TAB-EXT-WS (QTD-EXT-WS)
           MOVE ZEROS TO QTD-TAB-EXT-WS (QTD-EXT-WS)
           ADD VALOR-TAB-EXT-WS (QTD-EXT-WS) TO TOT-CREDITO-WS.
       LE-EXTRATO-EXIT.
           EXIT.
      *
      *    SO ENTRA A BAIXA COM DINHEIRO (INTEGRAL OU PARCELADA) DO
      *    BANCO DA CONTA CONCILIADA
       LE-BAIXA.
           READ ARQ-BX AT END MOVE "S" TO FIM-BX-WS END-READ
           IF ACABOU-BX GO TO LE-BAIXA-EXIT.
           IF REG-BX (1:1) = "0" AND REG-BX (2:4) = "CONV"
               GO TO LE-BAIXA-EXIT.
           IF REG-BX (1:1) = "9" AND REG-BX (22:99) = SPACES
               GO TO LE-BAIXA-EXIT.
           ADD 1 TO LIDOS-77
           DISPLAY (17, 24) LIDOS-77
           IF BANCO-BX NOT = BANCO-CON-WS OR VALORPAG-BX = ZEROS
               GO TO LE-BAIXA-EXIT.
           IF COD-OPER-BX NOT = "2" AND COD-OPER-BX NOT = "3"
               GO TO LE-BAIXA-EXIT.
           IF QTD-ITEM-WS NOT < 5000
               ADD 1 TO DESCARTADOS-ITEM-77
               GO TO LE-BAIXA-EXIT.
           ADD 1 TO QTD-ITEM-WS
           MOVE "B" TO ORIGEM-ITEM-WS (QTD-ITEM-WS)
           MOVE CORPO-BX TO CORPO-ITEM-WS (QTD-ITEM-WS)
           MOVE DTPAG-BX TO DATA6-SEC-WS
           PERFORM MONTA-DATA8-SEC
           MOVE DATA8-SEC-WS TO DATA-ITEM-WS (QTD-ITEM-WS)
           MOVE VALORPAG-BX TO VALOR-ITEM-WS (QTD-ITEM-WS)
           MOVE ZEROS TO LINHA-ITEM-WS (QTD-ITEM-WS).
       LE-BAIXA-EXIT.
           EXIT.
      *
      *    LIQUIDACOES DO ULTIMO RETORNO PROCESSADO PELO CONVRETO (SEM
      *    O ARQUIVO, A CONCILIACAO SEGUE SO COM OS BX)
       CARREGA-RETORNO.
           MOVE U-BX-WS TO U-BAX-WS
           MOVE FILIAL-BX-WS TO FILIAL-BAX-WS
           MOVE "N" TO FIM-BAX-WS
           OPEN INPUT ARQ-BAX
           IF ESTADO-BAX NOT = ZEROS
               GO TO CARREGA-RETORNO-EXIT.
           PERFORM LE-RETORNO THRU LE-RETORNO-EXIT UNTIL ACABOU-BAX
           CLOSE ARQ-BAX.
       CARREGA-RETORNO-EXIT.
           EXIT.
      *
       LE-RETORNO.
           READ ARQ-BAX AT END MOVE "S" TO FIM-BAX-WS END-READ
           IF ACABOU-BAX GO TO LE-RETORNO-EXIT.
           IF REGBAX-TX (1:1) = "9" AND REGBAX-TX (22:17) = SPACES
               GO TO LE-RETORNO-EXIT.
           MOVE ANO-BAX-TX TO ANO2-SEC-WS
           MOVE MES-BAX-TX TO MES-SEC-WS
           MOVE DIA-BAX-TX TO DIA-SEC-WS
           PERFORM MONTA-DATA8-SEC
           IF DATA8-SEC-WS < FAIXA-INI-WS
               OR DATA8-SEC-WS > FAIXA-FIM-WS
               GO TO LE-RETORNO-EXIT.
      *    LIQUIDACAO JA APLICADA VOLTA NO BX: NAO CONTA DUAS VEZES
           PERFORM VARYING IDX-ITEM-WS FROM 1 BY 1
               UNTIL IDX-ITEM-WS > QTD-ITEM-WS
               OR (ORIGEM-ITEM-WS (IDX-ITEM-WS) = "B"
               AND CORPO-ITEM-WS (IDX-ITEM-WS) = CORPO-BAX-TX
               AND VALOR-ITEM-WS (IDX-ITEM-WS) = VALORPAGO-BAX-TX)
           END-PERFORM
           IF IDX-ITEM-WS NOT > QTD-ITEM-WS
               ADD 1 TO RET-NO-BX-77
               GO TO LE-RETORNO-EXIT.
           IF QTD-ITEM-WS NOT < 5000
               ADD 1 TO DESCARTADOS-ITEM-77
               GO TO LE-RETORNO-EXIT.
           ADD 1 TO QTD-ITEM-WS
           MOVE "R" TO ORIGEM-ITEM-WS (QTD-ITEM-WS)
           MOVE CORPO-BAX-TX TO CORPO-ITEM-WS (QTD-ITEM-WS)
           MOVE DATA8-SEC-WS TO DATA-ITEM-WS (QTD-ITEM-WS)
           MOVE VALORPAGO-BAX-TX TO VALOR-ITEM-WS (QTD-ITEM-WS)
           MOVE ZEROS TO LINHA-ITEM-WS (QTD-ITEM-WS).
       LE-RETORNO-EXIT.
           EXIT.
      *
      *    JANELA DE UM CREDITO: DA DATA DO EXTRATO MENOS OS DIAS DE
      *    COMPENSACAO ATE A PROPRIA DATA
       MONTA-JANELA.
           MOVE DATA-TAB-EXT-WS (IDX-EXT-WS) TO LIMITE-WS
           PERFORM RECUA-DIA COMPENSA-WS TIMES.
      *
       RECUA-DIA.
           SUBTRACT 1 FROM DIA-LIM-WS
           IF DIA-LIM-WS = ZEROS
               SUBTRACT 1 FROM MES-LIM-WS
               IF MES-LIM-WS = ZEROS
                   MOVE 12 TO MES-LIM-WS
                   SUBTRACT 1 FROM ANO-LIM-WS
               END-IF
               MOVE MES-LIM-WS TO MES-CAL-WS
               MOVE ANO-LIM-WS TO ANO-CAL-WS
               PERFORM CALCULA-ULT-DIA
               MOVE ULT-DIA-MES-WS TO DIA-LIM-WS.
      *
      *    PRIMEIRA PASSADA: O CREDITO CASA COM UMA BAIXA LIVRE DE
      *    MESMO VALOR DENTRO DA JANELA
       CASA-UNICO.
           PERFORM MONTA-JANELA
           PERFORM VARYING IDX-ITEM-WS FROM 1 BY 1
               UNTIL IDX-ITEM-WS > QTD-ITEM-WS
               OR (LINHA-ITEM-WS (IDX-ITEM-WS) = ZEROS
               AND VALOR-ITEM-WS (IDX-ITEM-WS)
                   = VALOR-TAB-EXT-WS (IDX-EXT-WS)
               AND DATA-ITEM-WS (IDX-ITEM-WS) NOT < LIMITE-WS
               AND DATA-ITEM-WS (IDX-ITEM-WS)
                   NOT > DATA-TAB-EXT-WS (IDX-EXT-WS))
           END-PERFORM
           IF IDX-ITEM-WS > QTD-ITEM-WS
               GO TO CASA-UNICO-EXIT.
           MOVE IDX-EXT-WS TO LINHA-ITEM-WS (IDX-ITEM-WS)
           MOVE "U" TO SITUACAO-TAB-EXT-WS (IDX-EXT-WS)
           MOVE 1 TO QTD-TAB-EXT-WS (IDX-EXT-WS).
       CASA-UNICO-EXIT.
           EXIT.
      *
      *    SEGUNDA PASSADA: CREDITO AINDA SEM PAR CASA COM A SOMA DAS
      *    BAIXAS LIVRES DA JANELA - SO DO BX, SO DO RETORNO OU DE
      *    AMBOS (O BANCO CREDITA A COBRANCA DO DIA NUM LANCAMENTO SO)
       CASA-GRUPO.
           IF SITUACAO-TAB-EXT-WS (IDX-EXT-WS) NOT = SPACE
               GO TO CASA-GRUPO-EXIT.
           PERFORM MONTA-JANELA
           MOVE 0 TO SOMA-BX-WS SOMA-RET-WS QTD-BX-WS QTD-RET-WS
           PERFORM SOMA-JANELA
               VARYING IDX-ITEM-WS FROM 1 BY 1
               UNTIL IDX-ITEM-WS > QTD-ITEM-WS
           COMPUTE SOMA-TOT-WS = SOMA-BX-WS + SOMA-RET-WS
           MOVE SPACE TO ORIGEM-MARCA-WS
           IF QTD-BX-WS > 1
               AND SOMA-BX-WS = VALOR-TAB-EXT-WS (IDX-EXT-WS)
               MOVE "B" TO ORIGEM-MARCA-WS
               MOVE QTD-BX-WS TO QTD-TAB-EXT-WS (IDX-EXT-WS)
           ELSE
           IF QTD-RET-WS > 1
               AND SOMA-RET-WS = VALOR-TAB-EXT-WS (IDX-EXT-WS)
               MOVE "R" TO ORIGEM-MARCA-WS
               MOVE QTD-RET-WS TO QTD-TAB-EXT-WS (IDX-EXT-WS)
           ELSE
           IF QTD-BX-WS > ZEROS AND QTD-RET-WS > ZEROS
               AND SOMA-TOT-WS = VALOR-TAB-EXT-WS (IDX-EXT-WS)
               MOVE "G" TO ORIGEM-MARCA-WS
               COMPUTE QTD-TAB-EXT-WS (IDX-EXT-WS) =
                   QTD-BX-WS + QTD-RET-WS.
           IF ORIGEM-MARCA-WS = SPACE
               GO TO CASA-GRUPO-EXIT.
           MOVE ORIGEM-MARCA-WS TO SITUACAO-TAB-EXT-WS (IDX-EXT-WS)
           PERFORM MARCA-GRUPO
               VARYING IDX-ITEM-WS FROM 1 BY 1
               UNTIL IDX-ITEM-WS > QTD-ITEM-WS.
       CASA-GRUPO-EXIT.
           EXIT.
      *
       SOMA-JANELA.
           IF LINHA-ITEM-WS (IDX-ITEM-WS) = ZEROS
               AND DATA-ITEM-WS (IDX-ITEM-WS) NOT < LIMITE-WS
               AND DATA-ITEM-WS (IDX-ITEM-WS)
                   NOT > DATA-TAB-EXT-WS (IDX-EXT-WS)
               IF ORIGEM-ITEM-WS (IDX-ITEM-WS) = "B"
                   ADD VALOR-ITEM-WS (IDX-ITEM-WS) TO SOMA-BX-WS
                   ADD 1 TO QTD-BX-WS
               ELSE
                   ADD VALOR-ITEM-WS (IDX-ITEM-WS) TO SOMA-RET-WS
                   ADD 1 TO QTD-RET-WS.
      *
       MARCA-GRUPO.
           IF LINHA-ITEM-WS (IDX-ITEM-WS) = ZEROS
               AND DATA-ITEM-WS (IDX-ITEM-WS) NOT < LIMITE-WS
               AND DATA-ITEM-WS (IDX-ITEM-WS)
                   NOT > DATA-TAB-EXT-WS (IDX-EXT-WS)
               AND (ORIGEM-MARCA-WS = "G"
               OR ORIGEM-ITEM-WS (IDX-ITEM-WS) = ORIGEM-MARCA-WS)
               MOVE IDX-EXT-WS TO LINHA-ITEM-WS (IDX-ITEM-WS).
      *
      *    RELATORIO: CREDITOS CASADOS, CREDITOS SEM BAIXA, BAIXAS SEM
      *    CREDITO E TOTAIS DA CONCILIACAO
       IMPRIME-RELATORIO.
           OPEN OUTPUT ARQ-REL
           MOVE SPACES TO REG-REL
           STRING "CONCILIACAO BANCARIA FILIAL " FILIAL-BX-WS
               " BANCO " BANCO-CON-WS " AG " AGENCIA-CON-WS
               " CONTA " CONTA-CON-WS " DE " FAIXA-INI-WS
               " ATE " FAIXA-FIM-WS " COMPENSACAO " COMPENSA-WS
               DELIMITED BY SIZE INTO REG-REL
           WRITE REG-REL
           MOVE SPACES TO REG-REL
           WRITE REG-REL
           MOVE SPACES TO REG-REL
           STRING "CREDITOS CONCILIADOS (U=UMA BAIXA B=GRUPO BX "
               "R=GRUPO RETORNO G=GRUPO BX+RETORNO)"
               DELIMITED BY SIZE INTO REG-REL
           WRITE REG-REL
           PERFORM IMPRIME-CASADO THRU IMPRIME-CASADO-EXIT
               VARYING IDX-EXT-WS FROM 1 BY 1
               UNTIL IDX-EXT-WS > QTD-EXT-WS
           MOVE SPACES TO REG-REL
           WRITE REG-REL
           MOVE "CREDITOS DO EXTRATO SEM BAIXA" TO REG-REL
           WRITE REG-REL
           PERFORM IMPRIME-SEM-BAIXA THRU IMPRIME-SEM-BAIXA-EXIT
               VARYING IDX-EXT-WS FROM 1 BY 1
               UNTIL IDX-EXT-WS > QTD-EXT-WS
           MOVE SPACES TO REG-REL
           WRITE REG-REL
           MOVE "BAIXAS SEM CREDITO NO EXTRATO" TO REG-REL
           WRITE REG-REL
           PERFORM IMPRIME-SEM-CREDITO
               THRU IMPRIME-SEM-CREDITO-EXIT
               VARYING IDX-ITEM-WS FROM 1 BY 1
               UNTIL IDX-ITEM-WS > QTD-ITEM-WS
           MOVE SPACES TO REG-REL
           WRITE REG-REL
           MOVE "CREDITOS NO EXTRATO..........." TO DESCR-TOT-WS
           MOVE CREDITOS-77 TO QTD-TOT-WS
           MOVE TOT-CREDITO-WS TO VALOR-TOT-WS
           WRITE REG-REL FROM LINHA-TOT-WS
           MOVE "CREDITOS CONCILIADOS.........." TO DESCR-TOT-WS
           MOVE CASADOS-77 TO QTD-TOT-WS
           MOVE TOT-CASADO-WS TO VALOR-TOT-WS
           WRITE REG-REL FROM LINHA-TOT-WS
           MOVE "CREDITOS SEM BAIXA............" TO DESCR-TOT-WS
           MOVE SEM-BAIXA-77 TO QTD-TOT-WS
           MOVE TOT-SEM-BAIXA-WS TO VALOR-TOT-WS
           WRITE REG-REL FROM LINHA-TOT-WS
           MOVE "BAIXAS SEM CREDITO............" TO DESCR-TOT-WS
           MOVE SEM-CREDITO-77 TO QTD-TOT-WS
           MOVE TOT-SEM-CRED-WS TO VALOR-TOT-WS
           WRITE REG-REL FROM LINHA-TOT-WS
           MOVE SPACES TO REG-REL
           STRING "RETORNO JA NO BX: " RET-NO-BX-77
               "  LANCAMENTOS DE OUTRA CONTA: " OUTRA-CONTA-77
               "  DEBITOS IGNORADOS: " DEBITOS-77
               DELIMITED BY SIZE INTO REG-REL
           WRITE REG-REL
           IF DESCARTADOS-EXT-77 NOT = ZEROS
               OR DESCARTADOS-ITEM-77 NOT = ZEROS
               MOVE SPACES TO REG-REL
               STRING "ESTOURO DE TABELA: EXTRATO=" DESCARTADOS-EXT-77
                   " BAIXAS=" DESCARTADOS-ITEM-77
                   DELIMITED BY SIZE INTO REG-REL
               WRITE REG-REL
               DISPLAY (23, 50) "ESTOURO DE TABELA".
           CLOSE ARQ-REL.
      *
       IMPRIME-CASADO.
           IF SITUACAO-TAB-EXT-WS (IDX-EXT-WS) = SPACE
               GO TO IMPRIME-CASADO-EXIT.
           ADD 1 TO CASADOS-77
           ADD VALOR-TAB-EXT-WS (IDX-EXT-WS) TO TOT-CASADO-WS
           MOVE SPACES TO SITUACAO-LIN-WS
           MOVE SITUACAO-TAB-EXT-WS (IDX-EXT-WS)
               TO SITUACAO-LIN-WS (3:1)
           PERFORM MONTA-LINHA-EXT
           MOVE QTD-TAB-EXT-WS (IDX-EXT-WS) TO QTD-LIN-WS
           WRITE REG-REL FROM LINHA-EXT-WS.
       IMPRIME-CASADO-EXIT.
           EXIT.
      *
       IMPRIME-SEM-BAIXA.
           IF SITUACAO-TAB-EXT-WS (IDX-EXT-WS) NOT = SPACE
               GO TO IMPRIME-SEM-BAIXA-EXIT.
           ADD 1 TO SEM-BAIXA-77
           ADD VALOR-TAB-EXT-WS (IDX-EXT-WS) TO TOT-SEM-BAIXA-WS
           MOVE SPACES TO SITUACAO-LIN-WS
           PERFORM MONTA-LINHA-EXT
           MOVE ZEROS TO QTD-LIN-WS
           WRITE REG-REL FROM LINHA-EXT-WS.
       IMPRIME-SEM-BAIXA-EXIT.
           EXIT.
      *
       MONTA-LINHA-EXT.
           MOVE DATA-TAB-EXT-WS (IDX-EXT-WS) TO DATA-LIN-WS
           MOVE VALOR-TAB-EXT-WS (IDX-EXT-WS) TO VALOR-LIN-WS
           MOVE HIST-TAB-EXT-WS (IDX-EXT-WS) TO HIST-LIN-WS
           MOVE DOCTO-TAB-EXT-WS (IDX-EXT-WS) TO DOCTO-LIN-WS.
      *
       IMPRIME-SEM-CREDITO.
           IF LINHA-ITEM-WS (IDX-ITEM-WS) NOT = ZEROS
               GO TO IMPRIME-SEM-CREDITO-EXIT.
           ADD 1 TO SEM-CREDITO-77
           ADD VALOR-ITEM-WS (IDX-ITEM-WS) TO TOT-SEM-CRED-WS
           IF ORIGEM-ITEM-WS (IDX-ITEM-WS) = "B"
               MOVE "  BAIXA BX  " TO ORIGEM-LIN-WS
           ELSE
               MOVE "  RETORNO   " TO ORIGEM-LIN-WS.
           MOVE DATA-ITEM-WS (IDX-ITEM-WS) TO DATA-ITE-LIN-WS
           MOVE VALOR-ITEM-WS (IDX-ITEM-WS) TO VALOR-ITE-LIN-WS
           MOVE CORPO-ITEM-WS (IDX-ITEM-WS) TO CORPO-LIN-WS
           WRITE REG-REL FROM LINHA-BAIXA-WS.
       IMPRIME-SEM-CREDITO-EXIT.
           EXIT.
      *
      *    GRAVA UMA LINHA NO LOG PERSISTENTE DE EXECUCOES (CONVLOG.LOG)
       GRAVA-LOG.
           MOVE "CONVCONC" TO PROGRAMA-LOG-TX
           ACCEPT DATA-EXEC-LOG-TX FROM DATE YYYYMMDD
           ACCEPT HORA-EXEC-LOG-TX FROM TIME
           MOVE OPERADOR-EXEC-WS TO OPERADOR-LOG-TX
           ACCEPT HORA-FIM-EXEC-WS FROM TIME
           PERFORM CALCULA-DURACAO
           MOVE HORA-INI6-EXEC-WS TO HORA-INI-LOG-TX
           MOVE DURACAO-EXEC-WS TO DURACAO-LOG-TX
           MOVE SPACES TO FILTRO-LOG-TX
           STRING "FILIAL=" FILIAL-BX-WS " BANCO=" BANCO-CON-WS
               " SEM BAIXA=" SEM-BAIXA-77
               DELIMITED BY SIZE
               INTO FILTRO-LOG-TX
           MOVE CREDITOS-77 TO LIDOS-LOG-TX
           MOVE CASADOS-77 TO GRAVADOS-LOG-TX
           MOVE SEM-CREDITO-77 TO GRAVADOS2-LOG-TX
           MOVE "CONVCONC.REL" TO NOME-REL-ARR-WS
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
           COPY FILIALPR.
      *
           COPY BANCOPR.
      *
           COPY SECULOPR.
      *
           COPY DURAPR.
      *
           COPY OPERPR.
      *
           COPY ARQRPR.
      *
           COPY TRAVAPR.
