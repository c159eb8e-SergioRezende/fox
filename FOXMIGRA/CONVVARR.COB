      *
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. CONVVARR.
       AUTHOR. LUIS AUGUSTO.
      *
      *    DATA DA ALTERACAO: 10/96
      *
      *    VARREDURA DOS ARQUIVOS BTRIEVE DO PERIODO ANTES DA
      *    CONVERSAO: O CONVPREV SO CONFERE SE CADA ARQUIVO ABRE, E
      *    UM REGISTRO COM CAMPO COMPACTADO ESTRAGADO SO APARECIA
      *    QUANDO O CONVERSOR CAIA NO MEIO DA CADEIA (OU, PIOR,
      *    GRAVAVA LIXO NO LOTE). ESTE PROGRAMA LE TODOS OS
      *    REGISTROS DOS DIARIOS (:MV NOTAS, :EN ENTRADAS, :BX
      *    BAIXAS, :BD BORDERO) DE CADA DIA DA FAIXA E DOS CADASTROS
      *    DA FILIAL (ARQCLI, ARQALX, CADDUP) E CONFERE, CAMPO A
      *    CAMPO PELA TABELA DA COPY VARRVL:
      *      - CAMPOS COMPACTADOS: DIGITOS 0-9 E SINAL C, D OU F;
      *      - DATAS (AAMMDD): MES 01-12 E DIA VALIDO NO MES;
      *      - SEGMENTOS DA CHAVE: NUMERICOS OU COMPACTADOS VALIDOS.
      *    CADA CAMPO DANIFICADO SAI NO RELATORIO "CONVVARR.REL" COM
      *    O ARQUIVO, A CHAVE DO REGISTRO, O CAMPO (E A OCORRENCIA,
      *    NAS TABELAS), O MOTIVO E O CONTEUDO EM HEXADECIMAL.
      *    REGISTRO DANIFICADO, CADASTRO FALTANDO OU ERRO DE LEITURA
      *    DEVOLVEM CODIGO 8: O CONVLOTE RODA A VARREDURA ANTES DA
      *    PRIMEIRA ETAPA E NAO INICIA A CONVERSAO. DIA DE MOVIMENTO
      *    FALTANDO E SO AVISO, COMO NO CONVPREV.
      *
      *    DATA DA ALTERACAO: 10/96
      *
      *    CADA "CONVVARR.REL" GERADO E GUARDADO NO ARQUIVO DE
      *    RELATORIOS (COPY ARQRPR) COM A FILIAL, O PERIODO E A
      *    HORA DA GERACAO, PARA CONSULTA E REIMPRESSAO PELO
      *    CADARQR. O DO DRIVE DE TESTE NAO E GUARDADO: O ENSAIO NAO
      *    MEXE NOS ARQUIVOS DE CONTROLE COMPARTILHADOS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
           SELECT      ARQ-REL    ASSIGN     TO   DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ESTADO.
      *
           SELECT      ARQ-LOG    ASSIGN     TO   DISK
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
       FD  ARQ-REL
           LABEL     RECORD       STANDARD
           VALUE     OF FILE-ID   ARQREL-NOME-WS
           DATA      RECORD       REG-REL.
       01  REG-REL                           PIC X(111).
      *
      *    REGISTRO DE LOG DE EXECUCAO (ARQ. "CONVLOG.LOG")
       FD  ARQ-LOG
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID ARQLOG-NOME-WS.
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
       77  ESTADO-LOG            PIC X(02).
       77  ESTADO-PRM            PIC X(02).
       77  LIDOS-77        VALUE 0             PIC 9(07).
       77  GRAVADOS-77     VALUE 0             PIC 9(07).
       77  ARQUIVOS-77     VALUE 0             PIC 9(03).
       77  DANIFICADOS-77  VALUE 0             PIC 9(05).
       77  DEFEITOS-77     VALUE 0             PIC 9(05).
       77  FALTANTES-77    VALUE 0             PIC 9(05).
       77  FALTA-CAD-77    VALUE 0             PIC 9(05).
       77  ERRO-LEIT-77    VALUE 0             PIC 9(05).
       77  STATUS-ABRE-WS  VALUE 0             PIC 9(02).
       77  DD-MM-77        VALUE ZEROS         PIC 99/99.
       77  I                                   PIC 9(02).
       77  E                                   PIC 9(02).
      *
      *    REPINTA OS CONTADORES DA TELA SO A CADA INTERVALO-TELA-WS
      *    REGISTROS (O INTERVALO PODE VIR DO CAMPO TELA DO
      *    CONVPARM.DAT)
       77  INTERVALO-TELA-WS  VALUE 100         PIC 9(05).
       77  CONTA-TELA-WS      VALUE 1           PIC 9(05).
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
      *    CALENDARIO REAL PARA O AVANCO DIA A DIA E PARA A
      *    CONFERENCIA DAS DATAS DOS REGISTROS
       01  DIAS-MES-VL-WS  PIC X(24) VALUE "312831303130313130313031".
       01  FILLER REDEFINES DIAS-MES-VL-WS.
           05  DIAS-MES-VL OCCURS 12 TIMES     PIC 9(02).
       77  MES-CAL-WS                          PIC 9(02).
       77  ANO-CAL-WS                          PIC 9(04).
       77  ULT-DIA-MES-WS                      PIC 9(02).
       77  QUOC-BISS-WS                        PIC 9(04).
       77  RESTO-BISS-WS                       PIC 9(04).
      *
      *    PREFIXOS DOS QUATRO ARQUIVOS DIARIOS DE MOVIMENTO, NA
      *    ORDEM DOS ARQUIVOS 01-04 DA COPY VARRVL
       01  TAB-MOV-WS.
           05  FILLER VALUE ":MV.FAT"          PIC X(07).
           05  FILLER VALUE ":EN.EST"          PIC X(07).
           05  FILLER VALUE ":BX.CRC"          PIC X(07).
           05  FILLER VALUE ":BD.CRC"          PIC X(07).
       01  FILLER REDEFINES TAB-MOV-WS.
           05  TAB-MOV-ITEM OCCURS 4 TIMES.
               10  PREF-MOV-WS                 PIC X(03).
               10  EXT-MOV-WS                  PIC X(04).
       77  IDX-MOV-WS                          PIC 9(02).
      *
      *    NOME DO ARQUIVO DIARIO EM MONTAGEM
       01  ARQMOV-WS.
           05  U-MOV-WS                        PIC X(01).
           05  PREF-ARQMOV-WS                  PIC X(03).
           05  DATA-ARQMOV-WS                  PIC 9(04).
           05  FILIAL-ARQMOV-WS                PIC 9(02).
           05  EXT-ARQMOV-WS                   PIC X(04).
      *
      *    CADASTROS DA FILIAL, NA ORDEM DOS ARQUIVOS 05-07 DA COPY
      *    VARRVL (NOME JA COM A FILIAL, MONTADO EM MONTA-CADASTROS)
       01  TAB-CAD-WS.
           05  NOME-CAD-WS OCCURS 3 TIMES      PIC X(14).
       77  IDX-CAD-WS                          PIC 9(02).
      *
      *    ARQUIVO, CAMPO, OCORRENCIA E BYTE EM CONFERENCIA
       77  IDX-ARQ-WS                          PIC 9(02).
       77  IDX-CAMPO-WS                        PIC 9(03).
       77  ULT-CAMPO-WS                        PIC 9(03).
       77  IDX-OCC-WS                          PIC 9(02).
       77  IDX-BYTE-WS                         PIC 9(02).
       77  POS-CAMPO-WS                        PIC 9(04).
       77  POS-BYTE-WS                         PIC 9(04).
       77  BYTES-CAMPO-WS                      PIC 9(02).
       77  MOTIVO-WS                           PIC X(10).
       77  REG-DANIFICADO-WS VALUE "N"         PIC X(01).
           88  REG-DANIFICADO                  VALUE "S".
      *
      *    DECOMPOSICAO DE UM BYTE NOS SEUS DOIS MEIOS-BYTES: O BYTE
      *    VAI PARA A PARTE BAIXA DE UM BINARIO DE DOIS BYTES E A
      *    DIVISAO POR 16 SEPARA O MEIO-BYTE ALTO DO BAIXO
       01  BYTE-BIN-WS.
           05  FILLER VALUE LOW-VALUE          PIC X(01).
           05  BYTE-CAR-WS                     PIC X(01).
       01  FILLER REDEFINES BYTE-BIN-WS.
           05  BYTE-VAL-WS                     PIC 9(04) COMP.
       77  ALTO-WS                             PIC 9(02).
       77  BAIXO-WS                            PIC 9(02).
       01  HEXA-VL-WS      VALUE "0123456789ABCDEF" PIC X(16).
       01  FILLER REDEFINES HEXA-VL-WS.
           05  HEXA-VL OCCURS 16 TIMES         PIC X(01).
       77  IDX-HEXA-WS                         PIC 9(02).
      *
      *    DIGITOS DO CAMPO COMPACTADO EM CONFERENCIA (SEM O SINAL),
      *    A CHAVE DO REGISTRO E O CONTEUDO DO CAMPO EM HEXADECIMAL
       01  DIGITOS-WS                          PIC X(20).
       77  QTD-DIG-WS                          PIC 9(02).
       77  POS-DATA-WS                         PIC 9(02).
       01  CHAVE-WS                            PIC X(30).
       77  PONT-CHAVE-WS                       PIC 9(02).
       01  HEXA-WS                             PIC X(28).
       77  PONT-HEXA-WS                        PIC 9(02).
       01  OCC-ED-WS                           PIC 9(02).
      *
      *    DATA EM CONFERENCIA (AAMMDD)
       01  DATA-VARR-WS                        PIC 9(06).
       01  FILLER REDEFINES DATA-VARR-WS.
           05  ANO-VARR-WS                     PIC 9(02).
           05  MES-VARR-WS                     PIC 9(02).
           05  DIA-VARR-WS                     PIC 9(02).
      *
       01  ARQREL-NOME-WS  VALUE "CONVVARR.REL" PIC X(14).
       01  LINHA-REL-WS.
           05  NOME-REL-WS                     PIC X(14).
           05  FILLER                          PIC X(01) VALUE SPACE.
           05  CHAVE-REL-WS                    PIC X(30).
           05  FILLER                          PIC X(01) VALUE SPACE.
           05  CAMPO-REL-WS                    PIC X(20).
           05  FILLER                          PIC X(01) VALUE SPACE.
           05  OCC-REL-WS                      PIC X(04).
           05  FILLER                          PIC X(01) VALUE SPACE.
           05  MOTIVO-REL-WS                   PIC X(10).
           05  FILLER                          PIC X(01) VALUE SPACE.
           05  HEXA-REL-WS                     PIC X(28).
      *
           COPY DADOS.
           COPY TELAWS.
           COPY PARMAUTO.
      *
           COPY OPERWS.
           COPY DURAWS.
           COPY FILIALVL.
           COPY VARRVL.
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
           DISPLAY (5, 18) "* VARREDURA DOS ARQS BTRIEVE DO PERIODO *"

           PERFORM CARREGA-FILIAL THRU CARREGA-FILIAL-EXIT
           MOVE "CONVVARR" TO PROGRAMA-EXEC-WS
           PERFORM CARREGA-PARM THRU CARREGA-PARM-EXIT
           PERFORM PREPARA-TESTE
           IF MODO-AUTO
               MOVE DRIVE-PARM-WS TO U-MOV-WS
               MOVE FILIAL-INI-PARM-WS TO FILIAL-ARQMOV-WS.
           IF MODO-AUTO AND TELA-PARM-WS NOT = ZEROS
               MOVE TELA-PARM-WS TO INTERVALO-TELA-WS.
      *
      *    NO MODO TESTE O RELATORIO E GRAVADO NO DRIVE DE RASCUNHO
      *    (OS ARQUIVOS BTRIEVE SAO SEMPRE LIDOS DO DRIVE DOS ARQS)
           MOVE "CONVVARR.REL" TO ARQREL-NOME-WS
           IF MODO-TESTE
               MOVE SPACES TO ARQREL-NOME-WS
               STRING DRIVE-TESTE-PARM-WS ":CONVVARR.REL"
                   DELIMITED BY SIZE INTO ARQREL-NOME-WS.

           DISPLAY (9, 10) "Operador................:"
           IF NOT MODO-AUTO
               ACCEPT (, ) OPERADOR-EXEC-WS WITH PROMPT UPDATE.
           MOVE "CONVVARR" TO PROGRAMA-ACE-WS
           MOVE MODO-AUTO-WS TO SEM-SENHA-ACE-WS
           PERFORM AUTENTICA-OPERADOR THRU AUTENTICA-OPERADOR-EXIT.

           DISPLAY (10, 10) "Informe o Drive dos arqs:"
           IF NOT MODO-AUTO
               ACCEPT (, ) U-MOV-WS WITH PROMPT UPDATE
               ACCEPT ESCAPE-77 FROM ESCAPE KEY
               IF ESCAPE-77 NOT = ZEROS STOP RUN.

           DISPLAY (11, 10) "Informe a Filial .......:"
           IF NOT MODO-AUTO
               ACCEPT (, ) FILIAL-ARQMOV-WS WITH PROMPT UPDATE
               IF ESCAPE-77 NOT = ZEROS GO TO INICIO-010.
           PERFORM VARYING IDX-FIL-VL-WS FROM 1 BY 1
               UNTIL IDX-FIL-VL-WS > QTD-FILIAL-VL
               OR FILIAL-VL-WS (IDX-FIL-VL-WS) = FILIAL-ARQMOV-WS
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

           DISPLAY (15, 10) "REGISTROS:         DANIFICADOS:"
           DISPLAY (16, 10) "ARQUIVO...:"
           MOVE 0 TO LIDOS-77 GRAVADOS-77 ARQUIVOS-77 DANIFICADOS-77
           MOVE 0 TO DEFEITOS-77 FALTANTES-77 FALTA-CAD-77 ERRO-LEIT-77
           MOVE 1 TO CONTA-TELA-WS
           OPEN OUTPUT ARQ-REL
           PERFORM MONTA-CADASTROS
           PERFORM VARRE-CADASTRO
               VARYING IDX-CAD-WS FROM 1 BY 1
               UNTIL IDX-CAD-WS > 3
           SUBTRACT 1 FROM DIA-INI-WS.
      *
      *    PERCORRE A FAIXA DIA A DIA VARRENDO OS QUATRO ARQUIVOS
      *    DIARIOS DE MOVIMENTO
       020-VARRE-DIA.
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
               PERFORM ENCERRA-VARREDURA
               GO TO 015-DATAS.
           PERFORM VARRE-MOVIMENTO
               VARYING IDX-MOV-WS FROM 1 BY 1
               UNTIL IDX-MOV-WS > 4
           GO TO 020-VARRE-DIA.
      *
      *    VARRE UM ARQUIVO DIARIO DE MOVIMENTO DO DIA CORRENTE
       VARRE-MOVIMENTO.
           MOVE PREF-MOV-WS (IDX-MOV-WS) TO PREF-ARQMOV-WS
           MOVE EXT-MOV-WS  (IDX-MOV-WS) TO EXT-ARQMOV-WS
           MOVE INICIAL-WS TO DATA-ARQMOV-WS
           MOVE ARQMOV-WS TO NOME-ARQ-WS
           MOVE IDX-MOV-WS TO IDX-ARQ-WS
           PERFORM VARRE-ARQUIVO THRU VARRE-ARQUIVO-EXIT.
      *
      *    VARRE UM CADASTRO DA FILIAL
       VARRE-CADASTRO.
           MOVE NOME-CAD-WS (IDX-CAD-WS) TO NOME-ARQ-WS
           COMPUTE IDX-ARQ-WS = 4 + IDX-CAD-WS
           PERFORM VARRE-ARQUIVO THRU VARRE-ARQUIVO-EXIT.
      *
      *    MONTA OS NOMES DOS CADASTROS DA FILIAL A VARRER
       MONTA-CADASTROS.
           MOVE SPACES TO TAB-CAD-WS
           STRING U-MOV-WS ":ARQCLI" FILIAL-ARQMOV-WS ".FAT"
               DELIMITED BY SIZE INTO NOME-CAD-WS (1)
           STRING U-MOV-WS ":ARQALX" FILIAL-ARQMOV-WS ".EST"
               DELIMITED BY SIZE INTO NOME-CAD-WS (2)
           STRING U-MOV-WS ":CADDUP" FILIAL-ARQMOV-WS ".CRC"
               DELIMITED BY SIZE INTO NOME-CAD-WS (3).
      *
      *    LE DO PRIMEIRO AO ULTIMO REGISTRO O ARQUIVO EM NOME-ARQ-WS
      *    (LAYOUT IDX-ARQ-WS DA COPY VARRVL), CONFERINDO OS CAMPOS DE
      *    CADA UM. ARQUIVO QUE NAO ABRE E ANOTADO COMO FALTANTE
       VARRE-ARQUIVO.
           DISPLAY (16, 22) NOME-ARQ-WS
           MOVE TAM-ARQ-VARR-VL (IDX-ARQ-WS) TO TAMANHO-WS
           MOVE -1 TO KEY-NUM-WS
           MOVE 999 TO ERRO-WS CAN-WS
           MOVE ABRE-WS TO B-FUNC-WS
           CALL "BTVCAL" USING DADOS-WS
           IF B-STATUS-WS NOT = ZEROS
               MOVE B-STATUS-WS TO STATUS-ABRE-WS
               MOVE RESET-WS TO B-FUNC-WS
               CALL "BTVCAL" USING DADOS-WS
               PERFORM ANOTA-FALTA
               GO TO VARRE-ARQUIVO-EXIT.
           ADD 1 TO ARQUIVOS-77
           MOVE PRIM-CAMPO-VARR-VL (IDX-ARQ-WS) TO IDX-CAMPO-WS
           COMPUTE ULT-CAMPO-WS = PRIM-CAMPO-VARR-VL (IDX-ARQ-WS)
               + QTD-CAMPO-VARR-VL (IDX-ARQ-WS) - 1
           MOVE 0 TO KEY-NUM-WS
           MOVE SPACES TO REGISTRO-WS
           MOVE LER-PRIMEIRO-WS TO B-FUNC-WS
           MOVE 09 TO ERRO-WS CAN-WS
           CALL "BTVCAL" USING DADOS-WS.
       VARRE-ARQUIVO-LE.
           IF B-STATUS-WS NOT = ZEROS
               IF B-STATUS-WS NOT = 09
                   MOVE B-STATUS-WS TO STATUS-ABRE-WS
                   PERFORM ANOTA-ERRO-LEITURA
               END-IF
               MOVE FECHA-WS TO B-FUNC-WS
               CALL "BTVCAL" USING DADOS-WS
               GO TO VARRE-ARQUIVO-EXIT.
           ADD 1 TO LIDOS-77
           PERFORM MOSTRA-PROGRESSO
           MOVE "N" TO REG-DANIFICADO-WS
           MOVE SPACES TO CHAVE-WS
           MOVE 1 TO PONT-CHAVE-WS
           PERFORM MONTA-CHAVE
               VARYING IDX-CAMPO-WS FROM PRIM-CAMPO-VARR-VL (IDX-ARQ-WS)
               BY 1 UNTIL IDX-CAMPO-WS > ULT-CAMPO-WS
           PERFORM CONFERE-CAMPO
               VARYING IDX-CAMPO-WS FROM PRIM-CAMPO-VARR-VL (IDX-ARQ-WS)
               BY 1 UNTIL IDX-CAMPO-WS > ULT-CAMPO-WS
      *    O REGISTRO E LIMPO ANTES DE CADA LEITURA PARA AS
      *    OCORRENCIAS ALEM DO TAMANHO LIDO FICAREM EM BRANCO
           MOVE SPACES TO REGISTRO-WS
           MOVE LER-PROX-WS TO B-FUNC-WS
           MOVE 09 TO ERRO-WS CAN-WS
           CALL "BTVCAL" USING DADOS-WS
           GO TO VARRE-ARQUIVO-LE.
       VARRE-ARQUIVO-EXIT.
           EXIT.
      *
      *    MONTA A CHAVE DO REGISTRO PARA O RELATORIO COM OS SEGMENTOS
      *    DA CHAVE DA TABELA, SEPARADOS POR "/" (O SEGMENTO
      *    COMPACTADO SAI COM OS SEUS DIGITOS)
       MONTA-CHAVE.
           IF SEGMENTO-CHAVE-VARR (IDX-CAMPO-WS)
               IF PONT-CHAVE-WS > 1
                   STRING "/" DELIMITED BY SIZE
                       INTO CHAVE-WS WITH POINTER PONT-CHAVE-WS
               END-IF
               MOVE POS-CAMPO-VARR-VL (IDX-CAMPO-WS) TO POS-CAMPO-WS
               MOVE BYTES-CAMPO-VARR-VL (IDX-CAMPO-WS)
                   TO BYTES-CAMPO-WS
               IF CHAVE-COMP-VARR (IDX-CAMPO-WS)
                   PERFORM CONFERE-COMPACTADO
                   STRING DIGITOS-WS (1:QTD-DIG-WS) DELIMITED BY SIZE
                       INTO CHAVE-WS WITH POINTER PONT-CHAVE-WS
               ELSE
                   STRING REGISTRO-WS (POS-CAMPO-WS:BYTES-CAMPO-WS)
                       DELIMITED BY SIZE
                       INTO CHAVE-WS WITH POINTER PONT-CHAVE-WS.
      *
      *    CONFERE TODAS AS OCORRENCIAS DE UM CAMPO DA TABELA
       CONFERE-CAMPO.
           PERFORM CONFERE-OCORRENCIA THRU CONFERE-OCORRENCIA-EXIT
               VARYING IDX-OCC-WS FROM 1 BY 1
               UNTIL IDX-OCC-WS > OCC-CAMPO-VARR-VL (IDX-CAMPO-WS).
      *
      *    CONFERE UMA OCORRENCIA DO CAMPO CONFORME O TIPO. CAMPO QUE
      *    PODE VIR EM BRANCO (TABELA DE ITENS, DADOS DE PESSOA
      *    FISICA/JURIDICA DO CLIENTE) SO E CONFERIDO SE PREENCHIDO
       CONFERE-OCORRENCIA.
           COMPUTE POS-CAMPO-WS = POS-CAMPO-VARR-VL (IDX-CAMPO-WS)
               + (IDX-OCC-WS - 1) * PASSO-CAMPO-VARR-VL (IDX-CAMPO-WS)
           MOVE BYTES-CAMPO-VARR-VL (IDX-CAMPO-WS) TO BYTES-CAMPO-WS
           MOVE SPACES TO MOTIVO-WS
           IF CHAVE-ALFA-VARR (IDX-CAMPO-WS)
               GO TO CONFERE-OCORRENCIA-EXIT.
           IF PODE-BRANCO-VARR (IDX-CAMPO-WS)
               IF REGISTRO-WS (POS-CAMPO-WS:BYTES-CAMPO-WS) = SPACES
               OR REGISTRO-WS (POS-CAMPO-WS:BYTES-CAMPO-WS) = LOW-VALUES
                   GO TO CONFERE-OCORRENCIA-EXIT.
           IF CHAVE-NUM-VARR (IDX-CAMPO-WS)
           OR DATA-NUM-VARR (IDX-CAMPO-WS)
               IF REGISTRO-WS (POS-CAMPO-WS:BYTES-CAMPO-WS)
                   NOT NUMERIC
                   MOVE "NAO NUMER" TO MOTIVO-WS.
           IF DATA-NUM-VARR (IDX-CAMPO-WS) AND MOTIVO-WS = SPACES
               MOVE REGISTRO-WS (POS-CAMPO-WS:BYTES-CAMPO-WS)
                   TO DATA-VARR-WS
               PERFORM CONFERE-DATA THRU CONFERE-DATA-EXIT.
           IF COMPACTADO-VARR (IDX-CAMPO-WS)
               PERFORM CONFERE-COMPACTADO
               IF DATA-COMP-VARR (IDX-CAMPO-WS) AND MOTIVO-WS = SPACES
                   COMPUTE POS-DATA-WS = QTD-DIG-WS - 5
                   MOVE DIGITOS-WS (POS-DATA-WS:6) TO DATA-VARR-WS
                   PERFORM CONFERE-DATA THRU CONFERE-DATA-EXIT.
           IF MOTIVO-WS NOT = SPACES
               PERFORM ANOTA-DEFEITO.
       CONFERE-OCORRENCIA-EXIT.
           EXIT.
      *
      *    CONFERE O CAMPO COMPACTADO EM POS-CAMPO-WS/BYTES-CAMPO-WS:
      *    CADA MEIO-BYTE E UM DIGITO 0-9, MENOS O ULTIMO, QUE E O
      *    SINAL (C, D OU F). OS DIGITOS FICAM EM DIGITOS-WS
       CONFERE-COMPACTADO.
           MOVE SPACES TO DIGITOS-WS
           MOVE 0 TO QTD-DIG-WS
           PERFORM CONFERE-BYTE-COMP
               VARYING IDX-BYTE-WS FROM 1 BY 1
               UNTIL IDX-BYTE-WS > BYTES-CAMPO-WS.
      *
       CONFERE-BYTE-COMP.
           PERFORM DECOMPOE-BYTE
           ADD 1 TO QTD-DIG-WS
           COMPUTE IDX-HEXA-WS = ALTO-WS + 1
           MOVE HEXA-VL (IDX-HEXA-WS) TO DIGITOS-WS (QTD-DIG-WS:1)
           IF ALTO-WS > 9 AND MOTIVO-WS = SPACES
               MOVE "DIGITO" TO MOTIVO-WS.
           IF IDX-BYTE-WS < BYTES-CAMPO-WS
               ADD 1 TO QTD-DIG-WS
               COMPUTE IDX-HEXA-WS = BAIXO-WS + 1
               MOVE HEXA-VL (IDX-HEXA-WS) TO DIGITOS-WS (QTD-DIG-WS:1)
               IF BAIXO-WS > 9 AND MOTIVO-WS = SPACES
                   MOVE "DIGITO" TO MOTIVO-WS
               END-IF
           ELSE
               IF BAIXO-WS NOT = 12 AND BAIXO-WS NOT = 13
               AND BAIXO-WS NOT = 15 AND MOTIVO-WS = SPACES
                   MOVE "SINAL" TO MOTIVO-WS.
      *
      *    SEPARA O BYTE IDX-BYTE-WS DO CAMPO EM ALTO-WS E BAIXO-WS
       DECOMPOE-BYTE.
           COMPUTE POS-BYTE-WS = POS-CAMPO-WS + IDX-BYTE-WS - 1
           MOVE REGISTRO-WS (POS-BYTE-WS:1) TO BYTE-CAR-WS
           DIVIDE BYTE-VAL-WS BY 16 GIVING ALTO-WS
               REMAINDER BAIXO-WS.
      *
      *    CONFERE A DATA AAMMDD EM DATA-VARR-WS (ZERO = SEM DATA),
      *    COM A JANELA DE SECULO DA SUITE (70-99 = 19XX)
       CONFERE-DATA.
           IF DATA-VARR-WS = ZEROS
               GO TO CONFERE-DATA-EXIT.
           IF MES-VARR-WS < 1 OR MES-VARR-WS > 12
               MOVE "DATA INVAL" TO MOTIVO-WS
               GO TO CONFERE-DATA-EXIT.
           MOVE MES-VARR-WS TO MES-CAL-WS
           IF ANO-VARR-WS < 70
               COMPUTE ANO-CAL-WS = 2000 + ANO-VARR-WS
           ELSE
               COMPUTE ANO-CAL-WS = 1900 + ANO-VARR-WS.
           PERFORM CALCULA-ULT-DIA
           IF DIA-VARR-WS < 1 OR DIA-VARR-WS > ULT-DIA-MES-WS
               MOVE "DATA INVAL" TO MOTIVO-WS.
       CONFERE-DATA-EXIT.
           EXIT.
      *
      *    ANOTA NO RELATORIO UM CAMPO DANIFICADO DO REGISTRO CORRENTE
       ANOTA-DEFEITO.
           IF NOT REG-DANIFICADO
               MOVE "S" TO REG-DANIFICADO-WS
               ADD 1 TO DANIFICADOS-77
               DISPLAY (15, 42) DANIFICADOS-77.
           ADD 1 TO DEFEITOS-77
           MOVE SPACES TO LINHA-REL-WS
           MOVE NOME-ARQ-WS TO NOME-REL-WS
           MOVE CHAVE-WS TO CHAVE-REL-WS
           MOVE NOME-CAMPO-VARR-VL (IDX-CAMPO-WS) TO CAMPO-REL-WS
           IF OCC-CAMPO-VARR-VL (IDX-CAMPO-WS) > 1
               MOVE IDX-OCC-WS TO OCC-ED-WS
               STRING "(" OCC-ED-WS ")" DELIMITED BY SIZE
                   INTO OCC-REL-WS.
           MOVE MOTIVO-WS TO MOTIVO-REL-WS
           MOVE SPACES TO HEXA-WS
           MOVE 1 TO PONT-HEXA-WS
           PERFORM MONTA-HEXA
               VARYING IDX-BYTE-WS FROM 1 BY 1
               UNTIL IDX-BYTE-WS > BYTES-CAMPO-WS
               OR IDX-BYTE-WS > 14
           MOVE HEXA-WS TO HEXA-REL-WS
           WRITE REG-REL FROM LINHA-REL-WS
           ADD 1 TO GRAVADOS-77.
      *
       MONTA-HEXA.
           PERFORM DECOMPOE-BYTE
           COMPUTE IDX-HEXA-WS = ALTO-WS + 1
           MOVE HEXA-VL (IDX-HEXA-WS) TO HEXA-WS (PONT-HEXA-WS:1)
           ADD 1 TO PONT-HEXA-WS
           COMPUTE IDX-HEXA-WS = BAIXO-WS + 1
           MOVE HEXA-VL (IDX-HEXA-WS) TO HEXA-WS (PONT-HEXA-WS:1)
           ADD 1 TO PONT-HEXA-WS.
      *
      *    ARQUIVO QUE NAO ABRE: CADASTRO FALTANDO E ERRO DE VERDADE,
      *    DIA DE MOVIMENTO FALTANDO E SO AVISO
       ANOTA-FALTA.
           MOVE SPACES TO LINHA-REL-WS
           MOVE NOME-ARQ-WS TO NOME-REL-WS
           STRING "STATUS: " STATUS-ABRE-WS DELIMITED BY SIZE
               INTO CHAVE-REL-WS
           IF IDX-ARQ-WS > 4
               MOVE "FALTA CAD" TO MOTIVO-REL-WS
               ADD 1 TO FALTA-CAD-77
           ELSE
               MOVE "FALTA DIA" TO MOTIVO-REL-WS
               ADD 1 TO FALTANTES-77.
           WRITE REG-REL FROM LINHA-REL-WS
           ADD 1 TO GRAVADOS-77.
      *
      *    ERRO DE LEITURA NO MEIO DO ARQUIVO: O RESTO DELE NAO FOI
      *    VARRIDO, ENTAO CONTA COMO ARQUIVO DANIFICADO
       ANOTA-ERRO-LEITURA.
           MOVE SPACES TO LINHA-REL-WS
           MOVE NOME-ARQ-WS TO NOME-REL-WS
           STRING "STATUS: " STATUS-ABRE-WS DELIMITED BY SIZE
               INTO CHAVE-REL-WS
           MOVE "ERRO LEIT" TO MOTIVO-REL-WS
           WRITE REG-REL FROM LINHA-REL-WS
           ADD 1 TO ERRO-LEIT-77
           ADD 1 TO GRAVADOS-77.
      *
      *    PINTA OS CONTADORES SO A CADA INTERVALO-TELA-WS REGISTROS
       MOSTRA-PROGRESSO.
           SUBTRACT 1 FROM CONTA-TELA-WS
           IF CONTA-TELA-WS = ZEROS
               MOVE INTERVALO-TELA-WS TO CONTA-TELA-WS
               DISPLAY (15, 21) LIDOS-77.
      *
      *    FECHA O RELATORIO, MOSTRA O RESULTADO E REGISTRA NO LOG
       ENCERRA-VARREDURA.
           DISPLAY (15, 21) LIDOS-77
           MOVE SPACES TO REG-REL
           STRING "ARQUIVOS: " ARQUIVOS-77
               "  REGISTROS: " LIDOS-77
               "  DANIFICADOS: " DANIFICADOS-77
               "  CAMPOS: " DEFEITOS-77
               DELIMITED BY SIZE INTO REG-REL
           WRITE REG-REL
           CLOSE ARQ-REL
           PERFORM GRAVA-LOG
           IF DANIFICADOS-77 NOT = ZEROS OR ERRO-LEIT-77 NOT = ZEROS
               DISPLAY (22, 10) "REGISTROS DANIFICADOS - VEJA "
                                "CONVVARR.REL"
               MOVE 8 TO RETURN-CODE.
           IF FALTA-CAD-77 NOT = ZEROS
               DISPLAY (23, 10) "CADASTRO FALTANDO - VEJA CONVVARR.REL"
               MOVE 8 TO RETURN-CODE
           ELSE
           IF FALTANTES-77 NOT = ZEROS
               DISPLAY (23, 10) "DIAS FALTANDO - VEJA CONVVARR.REL".
           IF MODO-AUTO GOBACK.
      *
      *    GRAVA UMA LINHA NO LOG PERSISTENTE DE EXECUCOES (CONVLOG.LOG)
       GRAVA-LOG.
           MOVE "CONVVARR" TO PROGRAMA-LOG-TX
           ACCEPT DATA-EXEC-LOG-TX FROM DATE YYYYMMDD
           ACCEPT HORA-EXEC-LOG-TX FROM TIME
           MOVE OPERADOR-EXEC-WS TO OPERADOR-LOG-TX
           ACCEPT HORA-FIM-EXEC-WS FROM TIME
           PERFORM CALCULA-DURACAO
           MOVE HORA-INI6-EXEC-WS TO HORA-INI-LOG-TX
           MOVE DURACAO-EXEC-WS TO DURACAO-LOG-TX
           MOVE SPACES TO FILTRO-LOG-TX
           STRING "DRIVE=" U-MOV-WS " FILIAL=" FILIAL-ARQMOV-WS
               " DANIF=" DANIFICADOS-77 " CAD=" FALTA-CAD-77
               DELIMITED BY SIZE
               INTO FILTRO-LOG-TX
           MOVE LIDOS-77 TO LIDOS-LOG-TX
           MOVE GRAVADOS-77 TO GRAVADOS-LOG-TX
           MOVE DEFEITOS-77 TO GRAVADOS2-LOG-TX
           IF NOT MODO-TESTE
               MOVE ARQREL-NOME-WS TO NOME-REL-ARR-WS
               PERFORM GUARDA-RELATORIO THRU GUARDA-RELATORIO-EXIT.
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
               MOVE OPERADOR-PARM-TX   TO OPERADOR-EXEC-WS
               MOVE TESTE-PARM-TX      TO DRIVE-TESTE-PARM-WS.
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
           COPY TESTEPR.
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
