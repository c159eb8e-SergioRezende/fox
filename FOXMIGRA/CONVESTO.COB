      *    DEMONSTRATIVO LIQUIDO POR VENDEDOR - A POLITICA QUE SO
      *    EXISTIA NO PAPEL PASSA A SER COBRADA PELO SISTEMA. ATRASO
      *    EM DIAS COMERCIAIS (30/360).
      *
      *    DATA DA ALTERACAO: 10/96
      *
      *    AO FIM DE UMA EXECUCAO COMPLETA GRAVA TAMBEM O RESULTADO
      *    POR VENDEDOR ("x:ESaammff.RES", COPY COMRCONV; aamm = MES
      *    DA DATA FINAL) PARA A INTERFACE COM A FOLHA DO CONVFOPA, E
      *    O DEMONSTRATIVO GANHA O TOTAL GERAL. COM FALHA NA LEITURA
      *    DO CADDUP O RESULTADO NAO E GERADO.
      *
      *    DATA DA ALTERACAO: 10/96
      *
      *    CADA "CONVESTO.REL" GERADO E GUARDADO NO ARQUIVO DE
      *    RELATORIOS (COPY ARQRPR) COM A FILIAL, O PERIODO E A
      *    HORA DA GERACAO, PARA CONSULTA E REIMPRESSAO PELO
      *    CADARQR.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           SELECT      ARQ-VEN    ASSIGN     TO   DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ESTADO-VEN.
      *
           SELECT      ARQ-RES    ASSIGN     TO   DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ESTADO-RES.
      *
           SELECT      ARQ-REL    ASSIGN     TO   "CONVESTO.REL"
           ORGANIZATION IS LINE SEQUENTIAL
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
           05  NOME-VEN                      PIC X(30).
           05  FILLER                        PIC X(02).
           05  COND-VEN                      PIC S9(03)V9(02).
      *
      *    RESULTADO POR VENDEDOR PARA A FOLHA (SOB NOME TEMPORARIO
      *    ".TMP", EFETIVADO PARA ".RES" SO NO FIM DA EXECUCAO)
       FD  ARQ-RES
           LABEL     RECORD       STANDARD
           VALUE     OF FILE-ID   ARQRESTMP-WS
           DATA      RECORD       REGCOMR-TX.
           COPY COMRCONV.
      *
       FD  ARQ-REL
           LABEL     RECORD       STANDARD
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
           COPY PARMCONV.
      *
           COPY FILIALFD.
      *
           COPY OPERFD.
      *
       WORKING-STORAGE SECTION.
      *
       77  ESTADO                PIC X(02).
       77  ESTADO-VEN            PIC X(02).
       77  ESTADO-REL            PIC X(02).
       77  ESTADO-RES            PIC X(02).
       77  ESTADO-LOG            PIC X(02).
       77  ESTADO-PRM            PIC X(02).
       77  LIDOS-77        VALUE 0             PIC 9(07).
       77  COM-RECL-WS                         PIC 9(11)V99.
       77  COM-INAD-WS                         PIC 9(11)V99.
       77  COM-LIQ-WS                          PIC S9(11)V99.
      *
      *    TOTAIS GERAIS E RESULTADO PARA A FOLHA (COPY COMRCONV)
       77  TOT-BRUTA-WS                        PIC 9(11)V99.
       77  TOT-RECL-WS                         PIC 9(11)V99.
       77  TOT-INAD-WS                         PIC 9(11)V99.
       77  TOT-LIQ-WS                          PIC S9(11)V99.
       77  TOT-ESTORNO-WS                      PIC 9(11)V99.
       77  GRAVADOS-RES-WS                     PIC 9(07).
       77  FALHOU-RES-WS                       PIC X(01).
           88  FALHOU-RES                      VALUE "S".
      *
       01  ARQNT-WS.
           05  U-NT-WS                         PIC X(01).
           05  FILLER VALUE ":ARQVEN"          PIC X(07).
           05  FILIAL-VEN-WS                   PIC 9(02).
           05  FILLER VALUE ".TXT"             PIC X(04).
       01  ARQRESTMP-WS.
           05  U-RESTMP-WS                     PIC X(01).
           05  FILLER VALUE ":ES"              PIC X(03).
           05  ANO-RESTMP-WS                   PIC 9(02).
           05  MES-RESTMP-WS                   PIC 9(02).
           05  FILIAL-RESTMP-WS                PIC 9(02).
           05  FILLER VALUE ".TMP"             PIC X(04).
       01  ARQRESDEF-WS.
           05  U-RESDEF-WS                     PIC X(01).
           05  FILLER VALUE ":ES"              PIC X(03).
           05  ANO-RESDEF-WS                   PIC 9(02).
           05  MES-RESDEF-WS                   PIC 9(02).
           05  FILIAL-RESDEF-WS                PIC 9(02).
           05  FILLER VALUE ".RES"             PIC X(04).
      *
      * --->> "REGDUP.COB"
       01  DADOS-DUP-WS.
           COPY DADOS.
           COPY TELAWS.
           COPY PARMAUTO.
      *
           COPY OPERWS.
           COPY DURAWS.
           COPY CRIABT.
           COPY FILIALVL.
           COPY CABCONV.
      *
           COPY ARQRVL.
      *
           COPY TRAVAWS.
      *
       PROCEDURE DIVISION.
      *
           DISPLAY (9, 10) "Operador................:"
           IF NOT MODO-AUTO
               ACCEPT (, ) OPERADOR-EXEC-WS WITH PROMPT UPDATE.
           MOVE "CONVESTO" TO PROGRAMA-ACE-WS
           MOVE MODO-AUTO-WS TO SEM-SENHA-ACE-WS
           PERFORM AUTENTICA-OPERADOR THRU AUTENTICA-OPERADOR-EXIT.

           DISPLAY (10, 10) "Informe o Drive dos arqs:"
           IF NOT MODO-AUTO
           WRITE REG-REL
           MOVE "ESTORNOS ITEMIZADOS:" TO REG-REL
           WRITE REG-REL
           PERFORM ABRE-RESULTADO THRU ABRE-RESULTADO-EXIT
           SUBTRACT 1 FROM DIA-INI-WS.
      *
      *    PERCORRE A FAIXA DIA A DIA APURANDO BASE E RECLAMACOES
           WRITE REG-REL
           MOVE "DEMONSTRATIVO LIQUIDO POR VENDEDOR:" TO REG-REL
           WRITE REG-REL
           MOVE 0 TO TOT-BRUTA-WS TOT-RECL-WS TOT-INAD-WS TOT-LIQ-WS
           PERFORM GRAVA-VENDEDOR
               VARYING IDX-APU-WS FROM 1 BY 1
               UNTIL IDX-APU-WS > QTD-APU-WS
           MOVE SPACES TO REG-REL
           WRITE REG-REL
           MOVE SPACES TO REG-REL
           STRING "TOTAL GERAL  BRUTA " TOT-BRUTA-WS
               " RECL " TOT-RECL-WS
               " INAD " TOT-INAD-WS
               " LIQUIDA " TOT-LIQ-WS
               DELIMITED BY SIZE INTO REG-REL
           WRITE REG-REL
           IF FALHOU-BTV
               MOVE "S" TO FALHOU-RES-WS.
           PERFORM FECHA-RESULTADO
           IF FALHOU-RES
               MOVE "*** RESULTADO PARA A FOLHA NAO GERADO ***"
                   TO REG-REL
               WRITE REG-REL.
           CLOSE ARQ-REL
           PERFORM REPINTA-TELA
           IF NOT FALHOU-BTV
               " INAD " COM-INAD-WS
               " LIQUIDA " COM-LIQ-WS
               DELIMITED BY SIZE INTO REG-REL
           WRITE REG-REL
           ADD COM-BRUTA-WS TO TOT-BRUTA-WS
           ADD COM-RECL-WS TO TOT-RECL-WS
           ADD COM-INAD-WS TO TOT-INAD-WS
           ADD COM-LIQ-WS TO TOT-LIQ-WS
           MOVE SPACES TO REGCOMR-TX
           MOVE "1" TO TIPO-REG-COMR-TX
           MOVE VEND-APU-WS (IDX-APU-WS) TO VEND-COMR-TX
           MOVE COM-BRUTA-WS TO BRUTA-COMR-TX
           MOVE COM-RECL-WS TO RECL-COMR-TX
           MOVE COM-INAD-WS TO INAD-COMR-TX
           MOVE COM-LIQ-WS TO LIQUIDA-COMR-TX
           WRITE REGCOMR-TX
           IF ESTADO-RES NOT = ZEROS
               MOVE "S" TO FALHOU-RES-WS.
           ADD 1 TO GRAVADOS-RES-WS.
      *
      *    ABRE O RESULTADO PARA A FOLHA SOB NOME TEMPORARIO E GRAVA
      *    O CABECALHO COM A FAIXA DIGITADA (ANTES DO AVANCO DIA A
      *    DIA DA DATA INICIAL)
       ABRE-RESULTADO.
           MOVE "N" TO FALHOU-RES-WS
           MOVE 0 TO GRAVADOS-RES-WS
           MOVE U-NT-WS TO U-RESTMP-WS U-RESDEF-WS
           MOVE ANO2-FIM-WS TO ANO-RESTMP-WS ANO-RESDEF-WS
           MOVE MES-FIM-WS TO MES-RESTMP-WS MES-RESDEF-WS
           MOVE FILIAL-NT-WS TO FILIAL-RESTMP-WS FILIAL-RESDEF-WS
           OPEN OUTPUT ARQ-RES
           IF ESTADO-RES NOT = ZEROS
               MOVE "S" TO FALHOU-RES-WS
               GO TO ABRE-RESULTADO-EXIT.
           MOVE "CONVESTO" TO PROGRAMA-CAB-WS
           ACCEPT DATA-GER-CAB-WS FROM DATE YYYYMMDD
           ACCEPT HORA-GER-CAB-WS FROM TIME
           MOVE FILIAL-NT-WS TO FILIAL-CAB-WS
           MOVE SPACES TO FAIXA-CAB-WS
           STRING "DE " INICIAL-WS "/" ANO-INI-WS
               " ATE " FINAL-WS "/" ANO-FIM-WS
               DELIMITED BY SIZE
               INTO FAIXA-CAB-WS
           WRITE REGCOMR-TX FROM REGCAB-WS
           IF ESTADO-RES NOT = ZEROS
               MOVE "S" TO FALHOU-RES-WS.
       ABRE-RESULTADO-EXIT.
           EXIT.
      *
      *    GRAVA O TRAILER (CONTROLE = TOTAL DOS ESTORNOS) E EFETIVA
      *    O RESULTADO, OU DESCARTA O TEMPORARIO SE A EXECUCAO FALHOU
       FECHA-RESULTADO.
           COMPUTE TOT-ESTORNO-WS = TOT-RECL-WS + TOT-INAD-WS
           MOVE SPACES TO REGCOMR-TR
           MOVE "9" TO TIPO-REG-COMR-TR
           MOVE GRAVADOS-RES-WS TO QTD-REG-COMR-TR
           MOVE TOT-ESTORNO-WS TO CONTROLE-COMR-TR
           WRITE REGCOMR-TR
           IF ESTADO-RES NOT = ZEROS
               MOVE "S" TO FALHOU-RES-WS.
           CLOSE ARQ-RES
           IF FALHOU-RES
               CALL "CBL_DELETE_FILE" USING ARQRESTMP-WS
           ELSE
               CALL "CBL_DELETE_FILE" USING ARQRESDEF-WS
               CALL "CBL_RENAME_FILE" USING ARQRESTMP-WS ARQRESDEF-WS.
      *
      *    CARREGA CODIGO E CONDICAO DOS VENDEDORES DO ARQUIVO
      *    GERADO PELO CONVVEND
           MOVE LIDOS-77 TO LIDOS-LOG-TX
           MOVE ESTORNOS-77 TO GRAVADOS-LOG-TX
           MOVE 0 TO GRAVADOS2-LOG-TX
           MOVE "CONVESTO.REL" TO NOME-REL-ARR-WS
           PERFORM GUARDA-RELATORIO THRU GUARDA-RELATORIO-EXIT
           OPEN EXTEND ARQ-LOG
           IF  ESTADO-LOG NOT = ZEROS
               OPEN OUTPUT ARQ-LOG.
           COPY FILIALPR.
      *
           COPY DURAPR.
      *
           COPY OPERPR.
      *
           COPY ARQRPR.
      *
           COPY TRAVAPR.
