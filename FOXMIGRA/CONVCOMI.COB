      *    DE CADA TOTAL, E NO FIM A CONCILIACAO COM OS TRAILERS DOS
      *    ARQUIVOS LIDOS - ACABA A PLANILHA QUE DIVERGIA DA
      *    CONVERSAO TODO MES.
      *
      *    DATA DA ALTERACAO: 10/96
      *
      *    AO FIM DE UMA EXECUCAO COMPLETA GRAVA TAMBEM O RESULTADO
      *    POR VENDEDOR ("x:CMaammff.RES", COPY COMRCONV; aamm = MES
      *    DA DATA FINAL) PARA A INTERFACE COM A FOLHA DO CONVFOPA, E
      *    O DEMONSTRATIVO GANHA O TOTAL GERAL DAS COMISSOES. COM
      *    DIVERGENCIA DE TRAILERS O RESULTADO NAO E GERADO.
      *
      *    DATA DA ALTERACAO: 10/96
      *
      *    AS ROTINAS COMUNS PASSAM PARA UMA SECAO PROPRIA: A SECAO
      *    DE SAIDA DO SORT NAO CORRE MAIS ATE O TERMINA-ERRO-PARM,
      *    QUE DEVOLVIA CODIGO 8 COM O RELATORIO GRAVADO E FAZIA A
      *    CHAMADA NAO ASSISTIDA PARECER FALHA.
      *
      *    DATA DA ALTERACAO: 10/96
      *
      *    CADA "CONVCOMI.REL" GERADO E GUARDADO NO ARQUIVO DE
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
           SELECT      ARQ-REL    ASSIGN     TO   "CONVCOMI.REL"
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
           05  FILLER                          PIC 9(02).
           05  ANO2-INI-WS                     PIC 9(02).
       01  ANO-FIM-WS      VALUE ZEROS         PIC 9(04).
       01  FILLER REDEFINES ANO-FIM-WS.
           05  FILLER                          PIC 9(02).
           05  ANO2-FIM-WS                     PIC 9(02).
       01  MESDIA-INI-WS.
           05  ANO-CORTE-INI-WS                PIC 9(04).
           05  MES-CORTE-INI-WS                PIC 9(02).
       77  COMISSAO-WS                         PIC 9(11)V99.
       77  COND-ATUAL-WS                       PIC S9(03)V9(02).
       77  LIQUIDO-ITEM-WS                     PIC 9(11)V99.
      *
      *    RESULTADO PARA A FOLHA (COPY COMRCONV): TOTAL GERAL DAS
      *    COMISSOES E QUANTIDADE DE VENDEDORES GRAVADOS
       77  COMISSAO-TOT-WS                     PIC 9(11)V99.
       77  GRAVADOS-RES-WS                     PIC 9(07).
       77  FALHOU-RES-WS                       PIC X(01).
           88  FALHOU-RES                      VALUE "S".
      *
       01  LINHA-DET-WS.
           05  FILLER  VALUE "  DIA "          PIC X(06).
      *
           COPY TELAWS.
           COPY PARMAUTO.
      *
           COPY OPERWS.
           COPY DURAWS.
           COPY FILIALVL.
           COPY CABCONV.
      *
      *    NOMES DOS ARQUIVOS
       01  ARQIT-WS.
           05  FILLER VALUE ":ARQVEN"          PIC X(07).
           05  FILIAL-VEN-WS                   PIC 9(02).
           05  FILLER VALUE ".TXT"             PIC X(04).
       01  ARQRESTMP-WS.
           05  U-RESTMP-WS                     PIC X(01).
           05  FILLER VALUE ":CM"              PIC X(03).
           05  ANO-RESTMP-WS                   PIC 9(02).
           05  MES-RESTMP-WS                   PIC 9(02).
           05  FILIAL-RESTMP-WS                PIC 9(02).
           05  FILLER VALUE ".TMP"             PIC X(04).
       01  ARQRESDEF-WS.
           05  U-RESDEF-WS                     PIC X(01).
           05  FILLER VALUE ":CM"              PIC X(03).
           05  ANO-RESDEF-WS                   PIC 9(02).
           05  MES-RESDEF-WS                   PIC 9(02).
           05  FILIAL-RESDEF-WS                PIC 9(02).
           05  FILLER VALUE ".RES"             PIC X(04).
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
           MOVE "CONVCOMI" TO PROGRAMA-ACE-WS
           MOVE MODO-AUTO-WS TO SEM-SENHA-ACE-WS
           PERFORM AUTENTICA-OPERADOR THRU AUTENTICA-OPERADOR-EXIT.

           DISPLAY (10, 10) "Informe o Drive dos arqs:"
           IF NOT MODO-AUTO
           DISPLAY (15, 10) "ITENS LIDOS:        VENDEDORES:"
           MOVE 0 TO LIDOS-77 TRAILER-QTD-77 VENDEDORES-77
           PERFORM CARREGA-VENDEDORES
           PERFORM ABRE-RESULTADO THRU ABRE-RESULTADO-EXIT
           SORT ARQ-SRT
               ON ASCENDING KEY VEND-SRT DIA-SRT NOTA-SRT
               INPUT  PROCEDURE IS 100-CARGA
               " LIQUIDO " LIQUIDO-VEND-WS
               " COMISSAO " COMISSAO-WS
               DELIMITED BY SIZE INTO REG-REL
           WRITE REG-REL
           ADD COMISSAO-WS TO COMISSAO-TOT-WS
           MOVE SPACES TO REGCOMR-TX
           MOVE "1" TO TIPO-REG-COMR-TX
           MOVE VEND-ANT-WS TO VEND-COMR-TX
           MOVE COMISSAO-WS TO BRUTA-COMR-TX LIQUIDA-COMR-TX
           MOVE ZEROS TO RECL-COMR-TX INAD-COMR-TX
           WRITE REGCOMR-TX
           IF ESTADO-RES NOT = ZEROS
               MOVE "S" TO FALHOU-RES-WS.
           ADD 1 TO GRAVADOS-RES-WS.
       250-FECHA-VENDEDOR-FIM.
           EXIT.
      *
               MOVE COND-TAB-VEN-WS (IDX-VEN-WS) TO COND-ATUAL-WS.
      *
       280-ENCERRA.
           MOVE SPACES TO REG-REL
           WRITE REG-REL
           MOVE SPACES TO REG-REL
           STRING "TOTAL GERAL VENDEDORES " VENDEDORES-77
               " COMISSAO " COMISSAO-TOT-WS
               DELIMITED BY SIZE INTO REG-REL
           WRITE REG-REL
           MOVE SPACES TO REG-REL
           WRITE REG-REL
           MOVE SPACES TO REG-REL
               DELIMITED BY SIZE INTO REG-REL
           WRITE REG-REL
           IF LIDOS-77 NOT = TRAILER-QTD-77
               MOVE "S" TO FALHOU-RES-WS
               MOVE "*** DIVERGENCIA COM OS TRAILERS ***" TO REG-REL
               WRITE REG-REL.
           PERFORM FECHA-RESULTADO
           IF FALHOU-RES
               MOVE "*** RESULTADO PARA A FOLHA NAO GERADO ***"
                   TO REG-REL
               WRITE REG-REL.
           CLOSE ARQ-REL.
       290-FIM.
           EXIT.
      *
      *    ROTINAS COMUNS, FORA DAS SECOES DO SORT
       900-ROTINAS SECTION.
      *
      *    ABRE O RESULTADO PARA A FOLHA SOB NOME TEMPORARIO E GRAVA
      *    O CABECALHO COM A FAIXA DIGITADA (ANTES DA CARGA, QUE
      *    AVANCA A DATA INICIAL DIA A DIA)
       ABRE-RESULTADO.
           MOVE "N" TO FALHOU-RES-WS
           MOVE 0 TO COMISSAO-TOT-WS GRAVADOS-RES-WS
           MOVE U-IT-WS TO U-RESTMP-WS U-RESDEF-WS
           MOVE ANO2-FIM-WS TO ANO-RESTMP-WS ANO-RESDEF-WS
           MOVE MES-FIM-WS TO MES-RESTMP-WS MES-RESDEF-WS
           MOVE FILIAL-IT-WS TO FILIAL-RESTMP-WS FILIAL-RESDEF-WS
           OPEN OUTPUT ARQ-RES
           IF ESTADO-RES NOT = ZEROS
               MOVE "S" TO FALHOU-RES-WS
               GO TO ABRE-RESULTADO-EXIT.
           MOVE "CONVCOMI" TO PROGRAMA-CAB-WS
           ACCEPT DATA-GER-CAB-WS FROM DATE YYYYMMDD
           ACCEPT HORA-GER-CAB-WS FROM TIME
           MOVE FILIAL-IT-WS TO FILIAL-CAB-WS
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
      *    GRAVA O TRAILER E EFETIVA O RESULTADO (OU DESCARTA O
      *    TEMPORARIO, SE A EXECUCAO NAO FOI COMPLETA)
       FECHA-RESULTADO.
           MOVE SPACES TO REGCOMR-TR
           MOVE "9" TO TIPO-REG-COMR-TR
           MOVE GRAVADOS-RES-WS TO QTD-REG-COMR-TR
           MOVE COMISSAO-TOT-WS TO CONTROLE-COMR-TR
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
      *    CARREGA CODIGO, NOME E CONDICAO DOS VENDEDORES DO ARQUIVO
      *    GERADO PELO CONVVEND
       CARREGA-VENDEDORES.
           MOVE LIDOS-77 TO LIDOS-LOG-TX
           MOVE VENDEDORES-77 TO GRAVADOS-LOG-TX
           MOVE 0 TO GRAVADOS2-LOG-TX
           MOVE "CONVCOMI.REL" TO NOME-REL-ARR-WS
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
