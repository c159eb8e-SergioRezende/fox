      *
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. CONVCMPL.
       AUTHOR. LUIS AUGUSTO.
      *
      *    DATA DA ALTERACAO: 10/96
      *
      *    COMPARACAO DE DOIS LOTES DO MESMO PERIODO: O LOTE ANTERIOR
      *    (RESTAURADO PELO CONVREST OU AINDA NO DRIVE) E O LOTE NOVO
      *    DE UMA RECONVERSAO. PARA A FILIAL/FAIXA INFORMADAS PERCORRE
      *    A MESMA LISTA DE ARQUIVOS DO MANIFESTO (CONVMANF) E, PARA
      *    CADA ARQUIVO PRESENTE EM PELO MENOS UM DOS LOTES, CLASSIFICA
      *    OS REGISTROS DOS DOIS PELA CHAVE DO LAYOUT (COPY LAYVL) E
      *    CONFRONTA: REGISTRO SO NO LOTE NOVO E INCLUIDO, SO NO
      *    ANTERIOR E EXCLUIDO, NOS DOIS COM CONTEUDO DIFERENTE E
      *    ALTERADO - COM OS CAMPOS DIFERENTES LADO A LADO. CABECALHO
      *    "0" E TRAILER "9" NAO ENTRAM NO CONFRONTO. O RELATORIO
      *    "CONVCMPL.REL" FECHA CADA ARQUIVO COM OS TOTAIS (IGUAIS,
      *    INCLUIDOS, EXCLUIDOS, ALTERADOS) E O LOTE COM O TOTAL
      *    GERAL, PARA MOSTRAR AO RECEPTOR O QUE A RECONVERSAO MUDA
      *    ANTES DE TRANSMITI-LA.
      *
      *    DATA DA ALTERACAO: 10/96
      *
      *    CADA "CONVCMPL.REL" GERADO E GUARDADO NO ARQUIVO DE
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
           SELECT      ARQ-SRT    ASSIGN     TO   "CONVCMPL.SRT".
      *
           SELECT      ARQ-LT     ASSIGN     TO   DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ESTADO.
      *
           SELECT      ARQ-REL    ASSIGN     TO   "CONVCMPL.REL"
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
      *    REGISTROS DOS DOIS LOTES POR CHAVE DO LAYOUT; NA MESMA
      *    CHAVE O LOTE ANTERIOR ("A") VEM ANTES DO NOVO ("B") E CADA
      *    LOTE NA ORDEM DO ARQUIVO
       SD  ARQ-SRT
           DATA      RECORD       REG-SRT.
       01  REG-SRT.
           05  CHAVE-SRT                     PIC X(40).
           05  LADO-SRT                      PIC X(01).
           05  SEQ-SRT                       PIC 9(07).
           05  DADOS-SRT                     PIC X(700).
      *
      *    ARQUIVO GERADO DE UM DOS LOTES (QUALQUER LAYOUT)
       FD  ARQ-LT
           LABEL     RECORD       STANDARD
           VALUE     OF FILE-ID   ARQLT-WS
           DATA      RECORD       REG-LT.
       01  REG-LT                            PIC X(700).
      *
       FD  ARQ-REL
           LABEL     RECORD       STANDARD
           VALUE     OF FILE-ID   "CONVCMPL.REL"
           DATA      RECORD       REG-REL.
       01  REG-REL                           PIC X(132).
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
       77  DD-MM-77        VALUE ZEROS         PIC 99/99.
       77  I                                   PIC 9(02).
       77  E                                   PIC 9(02).
       77  FIM-LT-WS                           PIC X(01).
           88  ACABOU-LT                       VALUE "S".
       77  FIM-SRT-WS                          PIC X(01).
           88  ACABOU-SRT                      VALUE "S".
       77  EXISTE-A-WS                         PIC X(01).
           88  EXISTE-A                        VALUE "S".
       77  EXISTE-B-WS                         PIC X(01).
           88  EXISTE-B                        VALUE "S".
       77  LADO-CMP-WS                         PIC X(01).
       77  SEQ-CMP-WS                          PIC 9(07).
      *
      *    TOTAIS DO ARQUIVO CORRENTE E DO LOTE
       77  LIDOS-A-77      VALUE 0             PIC 9(07).
       77  LIDOS-B-77      VALUE 0             PIC 9(07).
       77  IGUAIS-77       VALUE 0             PIC 9(07).
       77  INCLUIDOS-77    VALUE 0             PIC 9(07).
       77  EXCLUIDOS-77    VALUE 0             PIC 9(07).
       77  ALTERADOS-77    VALUE 0             PIC 9(07).
       77  ARQUIVOS-77     VALUE 0             PIC 9(05).
       77  TOT-LIDOS-A-77  VALUE 0             PIC 9(07).
       77  TOT-LIDOS-B-77  VALUE 0             PIC 9(07).
       77  TOT-LIDOS-77    VALUE 0             PIC 9(07).
       77  TOT-IGUAIS-77   VALUE 0             PIC 9(07).
       77  TOT-INCLUIDOS-77 VALUE 0            PIC 9(07).
       77  TOT-EXCLUIDOS-77 VALUE 0            PIC 9(07).
       77  TOT-ALTERADOS-77 VALUE 0            PIC 9(07).
       77  TOT-DIFER-77    VALUE 0             PIC 9(07).
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
      *    DRIVES DOS DOIS LOTES E NOMES DO ARQUIVO CORRENTE (O NOME E
      *    MONTADO COM "?" NO LUGAR DO DRIVE E DEPOIS TROCADO)
       77  U-A-WS                              PIC X(01).
       77  U-B-WS                              PIC X(01).
       77  U-CHK-WS        VALUE "?"           PIC X(01).
       77  FILIAL-CHK-WS                       PIC 9(02).
       01  ARQCHK-WS                           PIC X(30).
       01  ARQA-WS                             PIC X(30).
       01  ARQB-WS                             PIC X(30).
       01  ARQLT-WS                            PIC X(30).
      *
      *    NOME DO ARQUIVO DIARIO EM MONTAGEM
       01  ARQDIA-WS.
           05  U-DIA-WS                        PIC X(01).
           05  PREF-DIA-WS                     PIC X(03).
           05  DATA-DIA-WS                     PIC 9(04).
           05  FILIAL-DIA-WS                   PIC 9(02).
           05  EXT-DIA-WS.
               10  TIPO-EXT-DIA-WS             PIC X(02).
               10  ANO-EXT-DIA-WS              PIC 9(02).
      *
      *    OS ARQUIVOS DIARIOS DE MOVIMENTO (MESMA ORDEM DOS LAYOUTS
      *    23 A 40 DA COPY LAYVL)
       01  TAB-DIA-WS.
           05  FILLER  VALUE ":MV.F"           PIC X(05).
           05  FILLER  VALUE ":IT.F"           PIC X(05).
           05  FILLER  VALUE ":MV.E"           PIC X(05).
           05  FILLER  VALUE ":IT.E"           PIC X(05).
           05  FILLER  VALUE ":BX.B"           PIC X(05).
           05  FILLER  VALUE ":BD.R"           PIC X(05).
           05  FILLER  VALUE ":PR.F"           PIC X(05).
           05  FILLER  VALUE ":OS.F"           PIC X(05).
           05  FILLER  VALUE ":PE.F"           PIC X(05).
           05  FILLER  VALUE ":CU.E"           PIC X(05).
           05  FILLER  VALUE ":DV.F"           PIC X(05).
           05  FILLER  VALUE ":OV.F"           PIC X(05).
           05  FILLER  VALUE ":MU.F"           PIC X(05).
           05  FILLER  VALUE ":ES.F"           PIC X(05).
           05  FILLER  VALUE ":FR.F"           PIC X(05).
           05  FILLER  VALUE ":CS.F"           PIC X(05).
           05  FILLER  VALUE ":OV.E"           PIC X(05).
           05  FILLER  VALUE ":ES.E"           PIC X(05).
       01  FILLER REDEFINES TAB-DIA-WS.
           05  TAB-DIA-ITEM OCCURS 18 TIMES.
               10  PREF-TAB-DIA-WS             PIC X(03).
               10  EXT-TAB-DIA-WS              PIC X(02).
       77  IDX-DIA-WS                          PIC 9(02).
      *
      *    LAYOUT DO ARQUIVO CORRENTE E MONTAGEM DA CHAVE
       77  IDX-LAY-WS                          PIC 9(02).
       77  IDX-SEG-WS                          PIC 9(01).
       77  IDX-CAMPO-WS                        PIC 9(03).
       77  ULT-CAMPO-WS                        PIC 9(03).
       77  POS-WS                              PIC 9(03).
       77  TAM-WS                              PIC 9(03).
       77  PTR-CHAVE-WS                        PIC 9(03).
       77  PTR-LIN-WS                          PIC 9(03).
       77  DESLOC-WS                           PIC 9(03).
       77  TAM-TRECHO-WS                       PIC 9(03).
       77  CAMPOS-DIF-WS                       PIC 9(03).
      *
      *    GRUPO DE REGISTROS DO LOTE ANTERIOR NA MESMA CHAVE: CADA
      *    REGISTRO DO LOTE NOVO FAZ PAR COM O PROXIMO DO GRUPO
       01  CHAVE-ANT-WS                        PIC X(40).
       77  GRUPO-ABERTO-WS                     PIC X(01).
           88  GRUPO-ABERTO                    VALUE "S".
       77  QTD-BUF-WS                          PIC 9(02).
       77  USADOS-BUF-WS                       PIC 9(02).
       01  TAB-BUF-WS.
           05  REG-BUF-WS OCCURS 20 TIMES      PIC X(700).
       01  REG-A-WS                            PIC X(700).
       01  REG-B-WS                            PIC X(700).
      *
       01  LINHA-DET-WS.
           05  FILLER                          PIC X(02) VALUE SPACES.
           05  TIPO-DET-WS                     PIC X(10).
           05  CHAVE-DET-WS                    PIC X(50).
      *
       01  LINHA-CAMPO-WS.
           05  FILLER                          PIC X(06) VALUE SPACES.
           05  NOME-CAMPO-LIN-WS               PIC X(22).
           05  FILLER                          PIC X(01) VALUE SPACE.
           05  VALOR-A-LIN-WS                  PIC X(50).
           05  FILLER                          PIC X(03) VALUE " | ".
           05  VALOR-B-LIN-WS                  PIC X(50).
      *
       01  LINHA-TOT-WS.
           05  FILLER  VALUE "  LIDOS A:"      PIC X(10).
           05  LIDOS-A-LIN-WS                  PIC ZZZZZZ9.
           05  FILLER  VALUE "  B:"            PIC X(04).
           05  LIDOS-B-LIN-WS                  PIC ZZZZZZ9.
           05  FILLER  VALUE "  IGUAIS:"       PIC X(09).
           05  IGUAIS-LIN-WS                   PIC ZZZZZZ9.
           05  FILLER  VALUE "  INCLUIDOS:"    PIC X(12).
           05  INCLUIDOS-LIN-WS                PIC ZZZZZZ9.
           05  FILLER  VALUE "  EXCLUIDOS:"    PIC X(12).
           05  EXCLUIDOS-LIN-WS                PIC ZZZZZZ9.
           05  FILLER  VALUE "  ALTERADOS:"    PIC X(12).
           05  ALTERADOS-LIN-WS                PIC ZZZZZZ9.
      *
           COPY TELAWS.
           COPY PARMAUTO.
      *
           COPY OPERWS.
           COPY DURAWS.
           COPY FILIALVL.
           COPY LAYVL.
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
           DISPLAY (5, 18) "* COMPARACAO DE DOIS LOTES *"

           PERFORM CARREGA-FILIAL THRU CARREGA-FILIAL-EXIT
           MOVE "CONVCMPL" TO PROGRAMA-EXEC-WS
           PERFORM CARREGA-PARM THRU CARREGA-PARM-EXIT
           IF MODO-AUTO
               MOVE FILTRO-PARM-WS (1:1) TO U-A-WS
               MOVE DRIVE-PARM-WS TO U-B-WS
               MOVE FILIAL-INI-PARM-WS TO FILIAL-CHK-WS.

           DISPLAY (9, 10) "Operador................:"
           IF NOT MODO-AUTO
               ACCEPT (, ) OPERADOR-EXEC-WS WITH PROMPT UPDATE.
           MOVE "CONVCMPL" TO PROGRAMA-ACE-WS
           MOVE MODO-AUTO-WS TO SEM-SENHA-ACE-WS
           PERFORM AUTENTICA-OPERADOR THRU AUTENTICA-OPERADOR-EXIT.

           DISPLAY (10, 10) "Drive do lote anterior..:"
           IF NOT MODO-AUTO
               ACCEPT (, ) U-A-WS WITH PROMPT UPDATE
               ACCEPT ESCAPE-77 FROM ESCAPE KEY
               IF ESCAPE-77 NOT = ZEROS STOP RUN.

           DISPLAY (11, 10) "Drive do lote novo......:"
           IF NOT MODO-AUTO
               ACCEPT (, ) U-B-WS WITH PROMPT UPDATE
               IF ESCAPE-77 NOT = ZEROS GO TO INICIO-010.
           IF U-A-WS = SPACE OR U-B-WS = SPACE OR U-A-WS = U-B-WS
               DISPLAY (24, 10) "DRIVES DOS LOTES INVALIDOS OU IGUAIS"
               IF MODO-AUTO GO TO TERMINA-ERRO-PARM END-IF
               GO TO INICIO-010.

           DISPLAY (12, 10) "Informe a Filial .......:"
           IF NOT MODO-AUTO
               ACCEPT (, ) FILIAL-CHK-WS WITH PROMPT UPDATE
               IF ESCAPE-77 NOT = ZEROS GO TO INICIO-010.
           PERFORM VARYING IDX-FIL-VL-WS FROM 1 BY 1
               UNTIL IDX-FIL-VL-WS > QTD-FILIAL-VL
               OR FILIAL-VL-WS (IDX-FIL-VL-WS) = FILIAL-CHK-WS
           END-PERFORM
           IF IDX-FIL-VL-WS > QTD-FILIAL-VL
               DISPLAY (24, 10) "FILIAL INVALIDA - VERIFIQUE O NUMERO"
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

           DISPLAY (16, 10) "ARQUIVOS:       DIFERENCAS:"
           MOVE 0 TO ARQUIVOS-77 TOT-LIDOS-A-77 TOT-LIDOS-B-77
           MOVE 0 TO TOT-LIDOS-77 TOT-IGUAIS-77
           MOVE 0 TO TOT-INCLUIDOS-77 TOT-EXCLUIDOS-77
           MOVE 0 TO TOT-ALTERADOS-77 TOT-DIFER-77
           MOVE INICIAL-WS TO SALVA-INICIAL-WS
           MOVE ANO-INI-WS TO SALVA-ANO-WS
           OPEN OUTPUT ARQ-REL
           MOVE SPACES TO REG-REL
           STRING "COMPARACAO DE LOTES - ANTERIOR NO DRIVE " U-A-WS
               " NOVO NO DRIVE " U-B-WS " - FILIAL " FILIAL-CHK-WS
               " DE " INICIAL-WS "/" ANO-INI-WS
               " ATE " FINAL-WS "/" ANO-FIM-WS
               DELIMITED BY SIZE INTO REG-REL
           WRITE REG-REL
           MOVE SPACES TO REG-REL
           STRING "(INCLUIDO = SO NO LOTE NOVO, EXCLUIDO = SO NO "
               "ANTERIOR; CAMPOS ALTERADOS: ANTERIOR | NOVO)"
               DELIMITED BY SIZE INTO REG-REL
           WRITE REG-REL
           PERFORM LISTA-CADASTROS
           SUBTRACT 1 FROM DIA-INI-WS.
      *
      *    PERCORRE A FAIXA DIA A DIA COMPARANDO OS ARQUIVOS DIARIOS
       020-LISTA-DIA.
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
               PERFORM ENCERRA-COMPARACAO
               GO TO 015-DATAS.
           PERFORM LISTA-DIARIO
               VARYING IDX-DIA-WS FROM 1 BY 1
               UNTIL IDX-DIA-WS > 18
           GO TO 020-LISTA-DIA.
      *
      *    MONTA O NOME DE UM ARQUIVO DIARIO DO DIA CORRENTE E COMPARA
       LISTA-DIARIO.
           MOVE U-CHK-WS TO U-DIA-WS
           MOVE PREF-TAB-DIA-WS (IDX-DIA-WS) TO PREF-DIA-WS
           MOVE INICIAL-WS TO DATA-DIA-WS
           MOVE FILIAL-CHK-WS TO FILIAL-DIA-WS
           MOVE EXT-TAB-DIA-WS (IDX-DIA-WS) TO TIPO-EXT-DIA-WS
           MOVE ANO2-INI-WS TO ANO-EXT-DIA-WS
           MOVE ARQDIA-WS TO ARQCHK-WS
           COMPUTE IDX-LAY-WS = 22 + IDX-DIA-WS
           PERFORM COMPARA-ARQ THRU COMPARA-ARQ-EXIT.
      *
      *    COMPARA OS CADASTROS E ARQUIVOS LATERAIS DA FILIAL E OS
      *    CADASTROS GERAIS (LAYOUTS 1 A 22 DA COPY LAYVL)
       LISTA-CADASTROS.
           MOVE SPACES TO ARQCHK-WS
           STRING U-CHK-WS ":ARQCLI" FILIAL-CHK-WS ".TXT"
               DELIMITED BY SIZE INTO ARQCHK-WS
           MOVE 01 TO IDX-LAY-WS
           PERFORM COMPARA-ARQ THRU COMPARA-ARQ-EXIT
           MOVE SPACES TO ARQCHK-WS
           STRING U-CHK-WS ":ARQCLI" FILIAL-CHK-WS ".NEG"
               DELIMITED BY SIZE INTO ARQCHK-WS
           MOVE 02 TO IDX-LAY-WS
           PERFORM COMPARA-ARQ THRU COMPARA-ARQ-EXIT
           MOVE SPACES TO ARQCHK-WS
           STRING U-CHK-WS ":ARQCLI" FILIAL-CHK-WS ".PUB"
               DELIMITED BY SIZE INTO ARQCHK-WS
           MOVE 03 TO IDX-LAY-WS
           PERFORM COMPARA-ARQ THRU COMPARA-ARQ-EXIT
           MOVE SPACES TO ARQCHK-WS
           STRING U-CHK-WS ":CADDUP" FILIAL-CHK-WS ".TXT"
               DELIMITED BY SIZE INTO ARQCHK-WS
           MOVE 04 TO IDX-LAY-WS
           PERFORM COMPARA-ARQ THRU COMPARA-ARQ-EXIT
           MOVE SPACES TO ARQCHK-WS
           STRING U-CHK-WS ":CI" FILIAL-CHK-WS ".EXP"
               DELIMITED BY SIZE INTO ARQCHK-WS
           MOVE 05 TO IDX-LAY-WS
           PERFORM COMPARA-ARQ THRU COMPARA-ARQ-EXIT
           MOVE SPACES TO ARQCHK-WS
           STRING U-CHK-WS ":CI" FILIAL-CHK-WS ".AGE"
               DELIMITED BY SIZE INTO ARQCHK-WS
           MOVE 06 TO IDX-LAY-WS
           PERFORM COMPARA-ARQ THRU COMPARA-ARQ-EXIT
           MOVE SPACES TO ARQCHK-WS
           STRING U-CHK-WS ":ARQFIXO.TXT"
               DELIMITED BY SIZE INTO ARQCHK-WS
           MOVE 07 TO IDX-LAY-WS
           PERFORM COMPARA-ARQ THRU COMPARA-ARQ-EXIT
           MOVE SPACES TO ARQCHK-WS
           STRING U-CHK-WS ":ARQGRUPO.TXT"
               DELIMITED BY SIZE INTO ARQCHK-WS
           MOVE 08 TO IDX-LAY-WS
           PERFORM COMPARA-ARQ THRU COMPARA-ARQ-EXIT
           MOVE SPACES TO ARQCHK-WS
           STRING U-CHK-WS ":ARQSUBGR.TXT"
               DELIMITED BY SIZE INTO ARQCHK-WS
           MOVE 09 TO IDX-LAY-WS
           PERFORM COMPARA-ARQ THRU COMPARA-ARQ-EXIT
           MOVE SPACES TO ARQCHK-WS
           STRING U-CHK-WS ":ARQCLASS.TXT"
               DELIMITED BY SIZE INTO ARQCHK-WS
           MOVE 10 TO IDX-LAY-WS
           PERFORM COMPARA-ARQ THRU COMPARA-ARQ-EXIT
           MOVE SPACES TO ARQCHK-WS
           STRING U-CHK-WS ":ARQFORN.TXT"
               DELIMITED BY SIZE INTO ARQCHK-WS
           MOVE 11 TO IDX-LAY-WS
           PERFORM COMPARA-ARQ THRU COMPARA-ARQ-EXIT
           MOVE SPACES TO ARQCHK-WS
           STRING U-CHK-WS ":ARQALX" FILIAL-CHK-WS ".TXT"
               DELIMITED BY SIZE INTO ARQCHK-WS
           MOVE 12 TO IDX-LAY-WS
           PERFORM COMPARA-ARQ THRU COMPARA-ARQ-EXIT
           MOVE SPACES TO ARQCHK-WS
           STRING U-CHK-WS ":ARQVEN" FILIAL-CHK-WS ".TXT"
               DELIMITED BY SIZE INTO ARQCHK-WS
           MOVE 13 TO IDX-LAY-WS
           PERFORM COMPARA-ARQ THRU COMPARA-ARQ-EXIT
           MOVE SPACES TO ARQCHK-WS
           STRING U-CHK-WS ":ARQVEN" FILIAL-CHK-WS "IT.TXT"
               DELIMITED BY SIZE INTO ARQCHK-WS
           MOVE 14 TO IDX-LAY-WS
           PERFORM COMPARA-ARQ THRU COMPARA-ARQ-EXIT
           MOVE SPACES TO ARQCHK-WS
           STRING U-CHK-WS ":ARQALX" FILIAL-CHK-WS "RSV.TXT"
               DELIMITED BY SIZE INTO ARQCHK-WS
           MOVE 15 TO IDX-LAY-WS
           PERFORM COMPARA-ARQ THRU COMPARA-ARQ-EXIT
           MOVE SPACES TO ARQCHK-WS
           STRING U-CHK-WS ":ARQALX" FILIAL-CHK-WS "VAL.TXT"
               DELIMITED BY SIZE INTO ARQCHK-WS
           MOVE 16 TO IDX-LAY-WS
           PERFORM COMPARA-ARQ THRU COMPARA-ARQ-EXIT
           MOVE SPACES TO ARQCHK-WS
           STRING U-CHK-WS ":ARQALX" FILIAL-CHK-WS "MOV.TXT"
               DELIMITED BY SIZE INTO ARQCHK-WS
           MOVE 17 TO IDX-LAY-WS
           PERFORM COMPARA-ARQ THRU COMPARA-ARQ-EXIT
           MOVE SPACES TO ARQCHK-WS
           STRING U-CHK-WS ":VD" FILIAL-CHK-WS ".VDA"
               DELIMITED BY SIZE INTO ARQCHK-WS
           MOVE 18 TO IDX-LAY-WS
           PERFORM COMPARA-ARQ THRU COMPARA-ARQ-EXIT
           MOVE SPACES TO ARQCHK-WS
           STRING U-CHK-WS ":BX" FILIAL-CHK-WS ".OPR"
               DELIMITED BY SIZE INTO ARQCHK-WS
           MOVE 19 TO IDX-LAY-WS
           PERFORM COMPARA-ARQ THRU COMPARA-ARQ-EXIT
           MOVE SPACES TO ARQCHK-WS
           STRING U-CHK-WS ":CI" FILIAL-CHK-WS ".CIX"
               DELIMITED BY SIZE INTO ARQCHK-WS
           MOVE 20 TO IDX-LAY-WS
           PERFORM COMPARA-ARQ THRU COMPARA-ARQ-EXIT
           MOVE SPACES TO ARQCHK-WS
           STRING U-CHK-WS ":BR" FILIAL-CHK-WS ".BRX"
               DELIMITED BY SIZE INTO ARQCHK-WS
           MOVE 21 TO IDX-LAY-WS
           PERFORM COMPARA-ARQ THRU COMPARA-ARQ-EXIT
           MOVE SPACES TO ARQCHK-WS
           STRING U-CHK-WS ":BD" FILIAL-CHK-WS ".BCO"
               DELIMITED BY SIZE INTO ARQCHK-WS
           MOVE 22 TO IDX-LAY-WS
           PERFORM COMPARA-ARQ THRU COMPARA-ARQ-EXIT.
      *
      *    COMPARA O ARQUIVO DE ARQCHK-WS NOS DOIS LOTES. AUSENTE NOS
      *    DOIS NAO E LISTADO; AUSENTE EM UM SO SAI COM TODOS OS
      *    REGISTROS INCLUIDOS (OU EXCLUIDOS)
       COMPARA-ARQ.
           MOVE ARQCHK-WS TO ARQA-WS ARQB-WS
           MOVE U-A-WS TO ARQA-WS (1:1)
           MOVE U-B-WS TO ARQB-WS (1:1)
           MOVE "N" TO EXISTE-A-WS EXISTE-B-WS
           MOVE ARQA-WS TO ARQLT-WS
           OPEN INPUT ARQ-LT
           IF ESTADO = ZEROS
               MOVE "S" TO EXISTE-A-WS
               CLOSE ARQ-LT.
           MOVE ARQB-WS TO ARQLT-WS
           OPEN INPUT ARQ-LT
           IF ESTADO = ZEROS
               MOVE "S" TO EXISTE-B-WS
               CLOSE ARQ-LT.
           IF NOT EXISTE-A AND NOT EXISTE-B
               GO TO COMPARA-ARQ-EXIT.
           ADD 1 TO ARQUIVOS-77
           DISPLAY (16, 20) ARQUIVOS-77
           MOVE 0 TO LIDOS-A-77 LIDOS-B-77 IGUAIS-77
           MOVE 0 TO INCLUIDOS-77 EXCLUIDOS-77 ALTERADOS-77
           MOVE SPACES TO REG-REL
           WRITE REG-REL
           MOVE SPACES TO REG-REL
           STRING "ARQUIVO " ARQCHK-WS (2:29) " GERADOR "
               GERADOR-LAY-VL (IDX-LAY-WS)
               DELIMITED BY SIZE INTO REG-REL
           WRITE REG-REL
           IF NOT EXISTE-A
               MOVE "  AUSENTE NO LOTE ANTERIOR" TO REG-REL
               WRITE REG-REL.
           IF NOT EXISTE-B
               MOVE "  AUSENTE NO LOTE NOVO" TO REG-REL
               WRITE REG-REL.
           SORT ARQ-SRT
               ON ASCENDING KEY CHAVE-SRT LADO-SRT SEQ-SRT
               INPUT  PROCEDURE IS 100-CARGA
               OUTPUT PROCEDURE IS 200-CONFRONTA
           MOVE LIDOS-A-77 TO LIDOS-A-LIN-WS
           MOVE LIDOS-B-77 TO LIDOS-B-LIN-WS
           MOVE IGUAIS-77 TO IGUAIS-LIN-WS
           MOVE INCLUIDOS-77 TO INCLUIDOS-LIN-WS
           MOVE EXCLUIDOS-77 TO EXCLUIDOS-LIN-WS
           MOVE ALTERADOS-77 TO ALTERADOS-LIN-WS
           WRITE REG-REL FROM LINHA-TOT-WS
           ADD LIDOS-A-77 TO TOT-LIDOS-A-77
           ADD LIDOS-B-77 TO TOT-LIDOS-B-77
           COMPUTE TOT-LIDOS-77 = TOT-LIDOS-A-77 + TOT-LIDOS-B-77
           ADD IGUAIS-77 TO TOT-IGUAIS-77
           ADD INCLUIDOS-77 TO TOT-INCLUIDOS-77
           ADD EXCLUIDOS-77 TO TOT-EXCLUIDOS-77
           ADD ALTERADOS-77 TO TOT-ALTERADOS-77
           COMPUTE TOT-DIFER-77 = TOT-INCLUIDOS-77 + TOT-EXCLUIDOS-77
               + TOT-ALTERADOS-77
           DISPLAY (16, 38) TOT-DIFER-77.
       COMPARA-ARQ-EXIT.
           EXIT.
      *
      *    FECHA O RELATORIO COM O TOTAL GERAL DOS DOIS LOTES
       ENCERRA-COMPARACAO.
           MOVE SPACES TO REG-REL
           WRITE REG-REL
           MOVE SPACES TO REG-REL
           STRING "TOTAL GERAL - ARQUIVOS COMPARADOS: " ARQUIVOS-77
               DELIMITED BY SIZE INTO REG-REL
           WRITE REG-REL
           MOVE TOT-LIDOS-A-77 TO LIDOS-A-LIN-WS
           MOVE TOT-LIDOS-B-77 TO LIDOS-B-LIN-WS
           MOVE TOT-IGUAIS-77 TO IGUAIS-LIN-WS
           MOVE TOT-INCLUIDOS-77 TO INCLUIDOS-LIN-WS
           MOVE TOT-EXCLUIDOS-77 TO EXCLUIDOS-LIN-WS
           MOVE TOT-ALTERADOS-77 TO ALTERADOS-LIN-WS
           WRITE REG-REL FROM LINHA-TOT-WS
           IF TOT-DIFER-77 = ZEROS
               MOVE "LOTES IDENTICOS NOS REGISTROS DE DADOS" TO REG-REL
               DISPLAY (23, 10) "LOTES IDENTICOS - VER CONVCMPL.REL"
           ELSE
               MOVE "LOTES COM DIFERENCAS - VER DETALHE ACIMA"
                   TO REG-REL
               DISPLAY (23, 10) "LOTES DIFERENTES - VER CONVCMPL.REL".
           WRITE REG-REL
           CLOSE ARQ-REL
           MOVE SALVA-INICIAL-WS TO INICIAL-WS
           MOVE SALVA-ANO-WS TO ANO-INI-WS
           PERFORM GRAVA-LOG
           IF MODO-AUTO GOBACK.
      *
      *    CARGA: LIBERA OS REGISTROS DE DADOS DO LOTE ANTERIOR E
      *    DEPOIS OS DO LOTE NOVO, COM A CHAVE MONTADA PELO LAYOUT
       100-CARGA SECTION.
       110-LADO-A.
           IF EXISTE-A
               MOVE "A" TO LADO-CMP-WS
               MOVE ARQA-WS TO ARQLT-WS
               PERFORM 130-VARRE-LOTE.
       120-LADO-B.
           IF EXISTE-B
               MOVE "B" TO LADO-CMP-WS
               MOVE ARQB-WS TO ARQLT-WS
               PERFORM 130-VARRE-LOTE.
           GO TO 190-FIM-CARGA.
       130-VARRE-LOTE.
           MOVE 0 TO SEQ-CMP-WS
           MOVE "N" TO FIM-LT-WS
           OPEN INPUT ARQ-LT
           PERFORM 150-LE-REGISTRO THRU 150-LE-REGISTRO-EXIT
               UNTIL ACABOU-LT
           CLOSE ARQ-LT.
       150-LE-REGISTRO.
           READ ARQ-LT AT END MOVE "S" TO FIM-LT-WS END-READ
           IF ACABOU-LT GO TO 150-LE-REGISTRO-EXIT.
           IF REG-LT (1:1) = "0" AND REG-LT (2:4) = "CONV"
               GO TO 150-LE-REGISTRO-EXIT.
           IF REG-LT (1:1) = "9" AND REG-LT (22:679) = SPACES
               GO TO 150-LE-REGISTRO-EXIT.
           IF LADO-CMP-WS = "A"
               ADD 1 TO LIDOS-A-77
           ELSE
               ADD 1 TO LIDOS-B-77.
           ADD 1 TO SEQ-CMP-WS
           MOVE SPACES TO CHAVE-SRT
           MOVE 1 TO PTR-CHAVE-WS
           PERFORM 160-SEGMENTO
               VARYING IDX-SEG-WS FROM 1 BY 1
               UNTIL IDX-SEG-WS > 3
           MOVE LADO-CMP-WS TO LADO-SRT
           MOVE SEQ-CMP-WS TO SEQ-SRT
           MOVE REG-LT TO DADOS-SRT
           RELEASE REG-SRT.
       150-LE-REGISTRO-EXIT.
           EXIT.
      *    ACRESCENTA A CHAVE UM SEGMENTO (POSICAO/TAMANHO) DO LAYOUT
       160-SEGMENTO.
           MOVE POS-CHAVE-LAY-VL (IDX-LAY-WS, IDX-SEG-WS) TO POS-WS
           MOVE TAM-CHAVE-LAY-VL (IDX-LAY-WS, IDX-SEG-WS) TO TAM-WS
           IF TAM-WS NOT = ZEROS
               MOVE REG-LT (POS-WS:TAM-WS)
                   TO CHAVE-SRT (PTR-CHAVE-WS:TAM-WS)
               ADD TAM-WS TO PTR-CHAVE-WS.
       190-FIM-CARGA.
           EXIT.
      *
      *    CONFRONTO: NA MESMA CHAVE GUARDA OS REGISTROS DO LOTE
      *    ANTERIOR E CASA CADA REGISTRO DO LOTE NOVO COM O PROXIMO
      *    GUARDADO; SOBRA DO ANTERIOR E EXCLUIDO, SOBRA DO NOVO E
      *    INCLUIDO, PAR COM CONTEUDO DIFERENTE E ALTERADO
       200-CONFRONTA SECTION.
       210-PREPARA.
           MOVE "N" TO GRUPO-ABERTO-WS
           MOVE 0 TO QTD-BUF-WS USADOS-BUF-WS
           MOVE "N" TO FIM-SRT-WS.
       220-DEVOLVE.
           RETURN ARQ-SRT
               AT END MOVE "S" TO FIM-SRT-WS
           END-RETURN
           IF ACABOU-SRT
               PERFORM 250-FECHA-CHAVE
               GO TO 290-FIM.
           IF NOT GRUPO-ABERTO
               OR CHAVE-SRT NOT = CHAVE-ANT-WS
               PERFORM 250-FECHA-CHAVE
               MOVE "S" TO GRUPO-ABERTO-WS
               MOVE CHAVE-SRT TO CHAVE-ANT-WS
               MOVE 0 TO QTD-BUF-WS USADOS-BUF-WS.
           IF LADO-SRT = "A"
               IF QTD-BUF-WS < 20
                   ADD 1 TO QTD-BUF-WS
                   MOVE DADOS-SRT TO REG-BUF-WS (QTD-BUF-WS)
               ELSE
                   MOVE DADOS-SRT TO REG-A-WS
                   PERFORM 260-EXCLUIDO
               END-IF
               GO TO 220-DEVOLVE.
           MOVE DADOS-SRT TO REG-B-WS
           IF USADOS-BUF-WS < QTD-BUF-WS
               ADD 1 TO USADOS-BUF-WS
               MOVE REG-BUF-WS (USADOS-BUF-WS) TO REG-A-WS
               PERFORM 270-CONFRONTA-PAR
           ELSE
               PERFORM 265-INCLUIDO.
           GO TO 220-DEVOLVE.
      *    FIM DA CHAVE: O QUE SOBROU DO LOTE ANTERIOR FOI EXCLUIDO
       250-FECHA-CHAVE.
           IF GRUPO-ABERTO
               PERFORM 255-SOBRA-ANTERIOR
                   UNTIL USADOS-BUF-WS NOT < QTD-BUF-WS
               MOVE "N" TO GRUPO-ABERTO-WS.
       255-SOBRA-ANTERIOR.
           ADD 1 TO USADOS-BUF-WS
           MOVE REG-BUF-WS (USADOS-BUF-WS) TO REG-A-WS
           PERFORM 260-EXCLUIDO.
       260-EXCLUIDO.
           ADD 1 TO EXCLUIDOS-77
           MOVE "EXCLUIDO" TO TIPO-DET-WS
           PERFORM 280-GRAVA-DETALHE.
       265-INCLUIDO.
           ADD 1 TO INCLUIDOS-77
           MOVE "INCLUIDO" TO TIPO-DET-WS
           PERFORM 280-GRAVA-DETALHE.
      *    PAR NA MESMA CHAVE: IGUAL OU ALTERADO, COM OS CAMPOS
      *    DIFERENTES LADO A LADO
       270-CONFRONTA-PAR.
           IF REG-A-WS = REG-B-WS
               ADD 1 TO IGUAIS-77
           ELSE
               ADD 1 TO ALTERADOS-77
               MOVE "ALTERADO" TO TIPO-DET-WS
               PERFORM 280-GRAVA-DETALHE
               MOVE 0 TO CAMPOS-DIF-WS
               COMPUTE ULT-CAMPO-WS = PRIM-CAMPO-LAY-VL (IDX-LAY-WS)
                   + QTD-CAMPO-LAY-VL (IDX-LAY-WS) - 1
               PERFORM 275-CAMPO
                   VARYING IDX-CAMPO-WS
                   FROM PRIM-CAMPO-LAY-VL (IDX-LAY-WS) BY 1
                   UNTIL IDX-CAMPO-WS > ULT-CAMPO-WS
               IF CAMPOS-DIF-WS = ZEROS
                   MOVE SPACES TO LINHA-CAMPO-WS
                   MOVE "(FORA DOS CAMPOS)" TO NOME-CAMPO-LIN-WS
                   WRITE REG-REL FROM LINHA-CAMPO-WS.
       275-CAMPO.
           MOVE POS-CAMPO-VL (IDX-CAMPO-WS) TO POS-WS
           MOVE TAM-CAMPO-VL (IDX-CAMPO-WS) TO TAM-WS
           IF REG-A-WS (POS-WS:TAM-WS) NOT = REG-B-WS (POS-WS:TAM-WS)
               ADD 1 TO CAMPOS-DIF-WS
               MOVE NOME-CAMPO-VL (IDX-CAMPO-WS) TO NOME-CAMPO-LIN-WS
               PERFORM 277-TRECHO
                   VARYING DESLOC-WS FROM 0 BY 50
                   UNTIL DESLOC-WS NOT < TAM-WS.
      *    CAMPO MAIOR QUE A COLUNA SAI EM PEDACOS DE 50 POSICOES
       277-TRECHO.
           COMPUTE TAM-TRECHO-WS = TAM-WS - DESLOC-WS
           IF TAM-TRECHO-WS > 50
               MOVE 50 TO TAM-TRECHO-WS.
           COMPUTE POS-WS = POS-CAMPO-VL (IDX-CAMPO-WS) + DESLOC-WS
           MOVE SPACES TO VALOR-A-LIN-WS VALOR-B-LIN-WS
           MOVE REG-A-WS (POS-WS:TAM-TRECHO-WS) TO VALOR-A-LIN-WS
           MOVE REG-B-WS (POS-WS:TAM-TRECHO-WS) TO VALOR-B-LIN-WS
           WRITE REG-REL FROM LINHA-CAMPO-WS
           MOVE SPACES TO NOME-CAMPO-LIN-WS.
      *    LINHA DE DETALHE COM A CHAVE SEPARADA POR SEGMENTO
       280-GRAVA-DETALHE.
           MOVE SPACES TO CHAVE-DET-WS
           MOVE 1 TO PTR-CHAVE-WS PTR-LIN-WS
           PERFORM 285-SEGMENTO-LIN
               VARYING IDX-SEG-WS FROM 1 BY 1
               UNTIL IDX-SEG-WS > 3
           WRITE REG-REL FROM LINHA-DET-WS.
       285-SEGMENTO-LIN.
           MOVE TAM-CHAVE-LAY-VL (IDX-LAY-WS, IDX-SEG-WS) TO TAM-WS
           IF TAM-WS NOT = ZEROS
               IF PTR-LIN-WS > 1
                   STRING "/" DELIMITED BY SIZE
                       INTO CHAVE-DET-WS WITH POINTER PTR-LIN-WS
               END-IF
               STRING CHAVE-ANT-WS (PTR-CHAVE-WS:TAM-WS)
                   DELIMITED BY SIZE
                   INTO CHAVE-DET-WS WITH POINTER PTR-LIN-WS
               ADD TAM-WS TO PTR-CHAVE-WS.
       290-FIM.
           EXIT.
      *
      *    ROTINAS COMUNS, FORA DA DEVOLUCAO DA CLASSIFICACAO (O
      *    CONFRONTO TERMINA NO FIM DA SECAO ANTERIOR)
       900-ROTINAS SECTION.
      *
      *    GRAVA UMA LINHA NO LOG PERSISTENTE DE EXECUCOES (CONVLOG.LOG)
       GRAVA-LOG.
           MOVE "CONVCMPL" TO PROGRAMA-LOG-TX
           ACCEPT DATA-EXEC-LOG-TX FROM DATE YYYYMMDD
           ACCEPT HORA-EXEC-LOG-TX FROM TIME
           MOVE OPERADOR-EXEC-WS TO OPERADOR-LOG-TX
           ACCEPT HORA-FIM-EXEC-WS FROM TIME
           PERFORM CALCULA-DURACAO
           MOVE HORA-INI6-EXEC-WS TO HORA-INI-LOG-TX
           MOVE DURACAO-EXEC-WS TO DURACAO-LOG-TX
           MOVE SPACES TO FILTRO-LOG-TX
           STRING "LOTES=" U-A-WS U-B-WS " FILIAL=" FILIAL-CHK-WS
               " DE=" INICIAL-WS " ATE=" FINAL-WS
               DELIMITED BY SIZE
               INTO FILTRO-LOG-TX
           MOVE TOT-LIDOS-77 TO LIDOS-LOG-TX
           MOVE TOT-DIFER-77 TO GRAVADOS-LOG-TX
           MOVE TOT-ALTERADOS-77 TO GRAVADOS2-LOG-TX
           MOVE "CONVCMPL.REL" TO NOME-REL-ARR-WS
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
