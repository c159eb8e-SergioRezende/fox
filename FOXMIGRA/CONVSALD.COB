      *
      *    ESTE PROGRAMA GERA ARQ. TXT DE ARQ ALX DO ESTOQUE
      *    ARQUIVO DE ARQGRUP
      *
      *    DATA DA ALTERACAO: 10/96
      *
      *    MODO TESTE DO CONVLOTE (DRIVE DE RASCUNHO NA LINHA DO
      *    CONVPARM.DAT): AS ENTRADAS CONTINUAM VINDO DO DRIVE DOS
      *    ARQS, MAS OS ARQUIVOS GERADOS VAO PARA O DRIVE DE RASCUNHO
      *    COM O CABECALHO MARCADO COMO TESTE (NAO PODEM SER
      *    MANIFESTADOS NEM TRANSMITIDOS), E A LINHA DO CONVLOG.LOG
      *    TAMBEM FICA NO RASCUNHO.
      *
      *    DATA DA ALTERACAO: 10/96
      *
      *    GERA TAMBEM O ARQUIVO x:ARQALXffDSP.TXT COM A QUANTIDADE
      *    RESERVADA PELOS VENDEDORES (SOMA DAS RESERVAS POSITIVAS)
      *    DE CADA ITEM, POR CODIGO, PARA A CONSULTA DE
      *    DISPONIBILIDADE ENTRE FILIAIS (CADDISP) NAO PRECISAR ABRIR
      *    O ARQALX. E ARQUIVO LOCAL: NAO ENTRA NO MANIFESTO NEM NA
      *    TRANSMISSAO, E O REGISTRO DO x:ARQALXff.TXT NAO MUDA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ESTADO.

           SELECT      ARQ-LOG    ASSIGN     TO   DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ESTADO-LOG.
      *
           SELECT      ARQ-RSV    ASSIGN     TO   DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ESTADO.
      *
           SELECT      ARQ-DSP    ASSIGN     TO   DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ESTADO.
      *
           SELECT      ARQ-VAL    ASSIGN     TO   DISK
           ORGANIZATION IS LINE SEQUENTIAL
           SELECT      ARQ-MOV    ASSIGN     TO   DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ESTADO.
      *
           COPY OPERSL.
      *
       DATA DIVISION.
       FILE SECTION.
           05  QTD-REG-RSV-TR                PIC 9(07).
           05  CONTROLE-RSV-TR               PIC 9(13).
      *
      *    RESERVA POR ITEM (ARQ. "xARQALXffDSP.TXT"): SOMA DAS
      *    RESERVAS POSITIVAS DOS VENDEDORES DE CADA ITEM, NA ORDEM
      *    DE CODIGO DO ARQALX, PARA A CONSULTA DE DISPONIBILIDADE.
      *    O TRAILER CARREGA NO CONTROLE O TOTAL RESERVADO DA FILIAL.
       FD  ARQ-DSP
           LABEL     RECORD       STANDARD
           VALUE     OF FILE-ID   ARQALX-DSP
           DATA      RECORD       REGALX-DSP.
       01  REGALX-DSP.
           05  FILIAL-DSP                    PIC 9(02).
           05  CODIGO-DSP                    PIC 9(07).
           05  QTD-RES-DSP                   PIC 9(06).
      *    REGISTRO CABECALHO (COPY CABCONV, GRAVADO NA ABERTURA)
       01  REGALX-DSP-CAB                PIC X(65).
      *
      *    REGISTRO TRAILER (CONTROLE DE LOTE)
       01  REGALX-DSP-TR.
           05  TIPO-REG-DSP-TR               PIC X(01) VALUE "9".
           05  QTD-REG-DSP-TR                PIC 9(07).
           05  CONTROLE-DSP-TR               PIC 9(13).
      *
      *    VALORIZACAO DIVERGENTE (ARQ. "xARQALXffVAL.TXT"): ITENS
      *    CUJO VALOR DE ESTOQUE GRAVADO FOGE ALEM DA TOLERANCIA DE
      *    QUANTIDADE X CUSTO MEDIO (SOBRA DE ATUALIZACAO ABORTADA
      *
      *    REGISTRO DE LOG DE EXECUCAO (ARQ. "CONVLOG.LOG")
       FD  ARQ-LOG
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID ARQLOG-NOME-WS.
           COPY LOGCONV.
      *
      *    REGISTRO DE PARAMETROS DE EXECUCAO (ARQ. "CONVPARM.DAT")
      *
           COPY SECULOFD.

           COPY OPERFD.
      *
       WORKING-STORAGE SECTION.
      *
       77  ESTADO                PIC X(02).
       77  CONTROLE-RSV-77 VALUE 0             PIC 9(13).
       77  SOMA-RES-WS                         PIC S9(07).
      *
      *    RESERVA POR ITEM
       77  GRAVADOS-DSP-77 VALUE 0             PIC 9(05).
       77  CONTROLE-DSP-77 VALUE 0             PIC 9(13).
      *
      *    VALORIZACAO DIVERGENTE
       77  GRAVADOS-VAL-77 VALUE 0             PIC 9(05).
       77  CONTROLE-VAL-77 VALUE 0             PIC 9(13).
           COPY DADOS.
           COPY TELAWS.
           COPY PARMAUTO.
      *
           COPY OPERWS.
           COPY DURAWS.
       77  FALHOU-BTV-WS   VALUE "N"           PIC X(01).
           88  FALHOU-BTV                      VALUE "S".
           05  FILLER VALUE ":ARQALX"          PIC X(07).
           05  FILIAL-ALX-RSV                  PIC 9(02).
           05  EXT-ALX-RSV VALUE "RSV.TXT"     PIC X(07).
      *
       01  ARQALX-DSP.
           05  U-ALX-DSP                       PIC X(01).
           05  FILLER VALUE ":ARQALX"          PIC X(07).
           05  FILIAL-ALX-DSP                  PIC 9(02).
           05  EXT-ALX-DSP VALUE "DSP.TXT"     PIC X(07).
      *
       01  ARQALX-VAL.
           05  U-ALX-VAL                       PIC X(01).
           PERFORM CARREGA-FILIAL
           PERFORM CARREGA-SECULO
           PERFORM CARREGA-PARM
           PERFORM PREPARA-TESTE
           IF MODO-AUTO
               MOVE DRIVE-PARM-WS TO U-ALX-WS
           IF MODO-AUTO AND TELA-PARM-WS NOT = ZEROS
           DISPLAY (9, 10) "Operador................:"
           IF NOT MODO-AUTO
               ACCEPT (, ) OPERADOR-EXEC-WS WITH PROMPT UPDATE.
           MOVE "CONVSALD" TO PROGRAMA-ACE-WS
           MOVE MODO-AUTO-WS TO SEM-SENHA-ACE-WS
           PERFORM AUTENTICA-OPERADOR THRU AUTENTICA-OPERADOR-EXIT.

           DISPLAY (10, 10) "Informe o Drive dos arqs:"
           IF NOT MODO-AUTO
           MOVE FILIAL-ALX-WS   TO FILIAL-ALX-RES.
           MOVE U-ALX-WS        TO U-ALX-RSV.
           MOVE FILIAL-ALX-WS   TO FILIAL-ALX-RSV.
           MOVE U-ALX-WS        TO U-ALX-DSP.
           MOVE FILIAL-ALX-WS   TO FILIAL-ALX-DSP.
           MOVE U-ALX-WS        TO U-ALX-VAL.
           MOVE FILIAL-ALX-WS   TO FILIAL-ALX-VAL.
           MOVE U-ALX-WS        TO U-ALX-MOV.

       020-ABRE-ARQ.

      *    NO MODO TESTE OS ARQUIVOS GERADOS VAO PARA O DRIVE DE
      *    RASCUNHO
           IF MODO-TESTE
               MOVE DRIVE-TESTE-PARM-WS TO U-ALX-TX
               MOVE DRIVE-TESTE-PARM-WS TO U-ALX-RES
               MOVE DRIVE-TESTE-PARM-WS TO U-ALX-RSV
               MOVE DRIVE-TESTE-PARM-WS TO U-ALX-DSP
               MOVE DRIVE-TESTE-PARM-WS TO U-ALX-VAL
               MOVE DRIVE-TESTE-PARM-WS TO U-ALX-MOV.
           MOVE "N" TO FALHOU-GRV-WS
           MOVE ".TMP" TO EXT-ALX-TX
           MOVE "RES.TMP" TO EXT-ALX-RES
           MOVE "RSV.TMP" TO EXT-ALX-RSV
           MOVE "DSP.TMP" TO EXT-ALX-DSP
           MOVE "VAL.TMP" TO EXT-ALX-VAL
           MOVE "MOV.TMP" TO EXT-ALX-MOV

           OPEN OUTPUT ARQ-TX.
           OPEN OUTPUT ARQ-RES.
           OPEN OUTPUT ARQ-RSV.
           OPEN OUTPUT ARQ-DSP.
           OPEN OUTPUT ARQ-VAL.
           OPEN OUTPUT ARQ-MOV.

           IF ESTADO NOT = ZEROS PERFORM GRAVA-ERRO-GRV END-IF
           WRITE REGALX-RSV-CAB FROM REGCAB-WS
           IF ESTADO NOT = ZEROS PERFORM GRAVA-ERRO-GRV END-IF
           WRITE REGALX-DSP-CAB FROM REGCAB-WS
           IF ESTADO NOT = ZEROS PERFORM GRAVA-ERRO-GRV END-IF
           WRITE REGALX-VAL-CAB FROM REGCAB-WS
           IF ESTADO NOT = ZEROS PERFORM GRAVA-ERRO-GRV END-IF
           WRITE REGALX-MOV-CAB FROM REGCAB-WS
               CLOSE ARQ-TX
               CLOSE ARQ-RES
               CLOSE ARQ-RSV
               CLOSE ARQ-DSP
               CLOSE ARQ-VAL
               CLOSE ARQ-MOV
               MOVE "S" TO FALHOU-GRV-WS
           MOVE 0 TO CONTROLE-77
           MOVE 0 TO QTD-RES-WS
           MOVE 0 TO GRAVADOS-RSV-77 CONTROLE-RSV-77
           MOVE 0 TO GRAVADOS-DSP-77 CONTROLE-DSP-77
           MOVE 0 TO GRAVADOS-VAL-77 CONTROLE-VAL-77
           MOVE 0 TO GRAVADOS-MOV-77 CONTROLE-MOV-77
           MOVE LER-PRIMEIRO-WS TO B-FUNC-WS
               MOVE CONTROLE-RSV-77 TO CONTROLE-RSV-TR
               WRITE REGALX-RSV-TR
               IF ESTADO NOT = ZEROS PERFORM GRAVA-ERRO-GRV END-IF
               MOVE "9" TO TIPO-REG-DSP-TR
               MOVE GRAVADOS-DSP-77 TO QTD-REG-DSP-TR
               MOVE CONTROLE-DSP-77 TO CONTROLE-DSP-TR
               WRITE REGALX-DSP-TR
               IF ESTADO NOT = ZEROS PERFORM GRAVA-ERRO-GRV END-IF
               MOVE "9" TO TIPO-REG-VAL-TR
               MOVE GRAVADOS-VAL-77 TO QTD-REG-VAL-TR
               MOVE CONTROLE-VAL-77 TO CONTROLE-VAL-TR
               CLOSE ARQ-TX
               CLOSE ARQ-RES
               CLOSE ARQ-RSV
               CLOSE ARQ-DSP
               CLOSE ARQ-VAL
               CLOSE ARQ-MOV
               PERFORM REPINTA-TELA
           MOVE "CONVSALD" TO PROGRAMA-CAB-WS
           ACCEPT DATA-GER-CAB-WS FROM DATE YYYYMMDD
           ACCEPT HORA-GER-CAB-WS FROM TIME
           MOVE SPACE TO TESTE-CAB-WS
           IF MODO-TESTE
               MOVE "T" TO TESTE-CAB-WS
           END-IF
           MOVE FILIAL-ALX-WS TO FILIAL-CAB-WS
           MOVE SPACES TO FAIXA-CAB-WS
           STRING "DRIVE=" U-ALX-WS
               MOVE FILTRO-PARM-TX     TO FILTRO-PARM-WS
               MOVE TELA-PARM-TX       TO TELA-PARM-WS
               MOVE OPERADOR-PARM-TX   TO OPERADOR-PARM-WS
               MOVE OPERADOR-PARM-TX   TO OPERADOR-EXEC-WS
               MOVE TESTE-PARM-TX      TO DRIVE-TESTE-PARM-WS.
       LE-PRM-EXIT.
           EXIT.
      *
           MOVE "RSV.TXT" TO EXT-ALX-RSV
           MOVE ARQALX-RSV TO NOME-DEF-WS
           PERFORM EFETIVA-ARQ
           MOVE ARQALX-DSP TO NOME-TMP-WS
           MOVE "DSP.TXT" TO EXT-ALX-DSP
           MOVE ARQALX-DSP TO NOME-DEF-WS
           PERFORM EFETIVA-ARQ
           MOVE ARQALX-VAL TO NOME-TMP-WS
           MOVE "VAL.TXT" TO EXT-ALX-VAL
           MOVE ARQALX-VAL TO NOME-DEF-WS
                   ADD QTD-RES-ALX (I) TO SOMA-RES-WS
               END-IF
           END-PERFORM
           MOVE COD-FILIAL-ALX TO FILIAL-DSP
           MOVE CODIGO-ALX     TO CODIGO-DSP
           MOVE SOMA-RES-WS    TO QTD-RES-DSP
           WRITE REGALX-DSP
           IF ESTADO NOT = ZEROS PERFORM GRAVA-ERRO-GRV END-IF
           ADD QTD-RES-DSP TO CONTROLE-DSP-77
           ADD 1 TO GRAVADOS-DSP-77
           IF SOMA-RES-WS NOT > QTD-EST-ALX
               GO TO VALIDA-RESERVAS-FIM.
           MOVE COD-FILIAL-ALX TO FILIAL-RSV
     
      *
           COPY DURAPR.
      *
           COPY OPERPR.
      *
           COPY TESTEPR.
