      *    DE ALGUEM LEMBRAR DE RODAR O CADFECH DEPOIS DA
      *    TRANSMISSAO. QUALQUER FALHA INTERROMPE COM CODIGO 8, SEM
      *    RECIBO E SEM FECHAR O PERIODO.
      *
      *    DATA DA ALTERACAO: 10/96
      *
      *    ARQUIVO COM O CABECALHO MARCADO COMO LOTE DE TESTE (MODO
      *    TESTE DO CONVLOTE) NAO E TRANSMITIDO: A COPIA E
      *    INTERROMPIDA, O DESTINO APAGADO E A TRANSMISSAO CONTA
      *    COMO FALHA (SEM RECIBO E SEM FECHAR O PERIODO).
      *
      *    DATA DA ALTERACAO: 10/96
      *
      *    O LOTE SO E TRANSMITIDO DEPOIS DA LIBERACAO DO SUPERVISOR
      *    PELO CONVLIBL ("x:CONVMAN.LIB"), E A LIBERACAO TEM DE SER
      *    DO MESMO MANIFESTO (CARIMBO DO "x:CONVMAN.OK"): LOTE
      *    REMANIFESTADO DEPOIS DA LIBERACAO PRECISA SER LIBERADO DE
      *    NOVO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           SELECT      ARQ-OK     ASSIGN     TO   DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ESTADO-OK.
      *
           SELECT      ARQ-LBL    ASSIGN     TO   DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ESTADO-LBL.
      *
           SELECT      ARQ-ORG    ASSIGN     TO   DISK
           ORGANIZATION IS LINE SEQUENTIAL
           COPY FILIALSL.
      *
           COPY FECHASL.
      *
           COPY OPERSL.
      *
       DATA DIVISION.
       FILE SECTION.
           05  DATA-GER-MAN-TX               PIC 9(08).
           05  FILLER                        PIC X(01).
           05  HORA-GER-MAN-TX               PIC 9(06).
           05  FILLER                        PIC X(01).
           05  SITUACAO-MAN-TX               PIC X(01).
           05  FILLER                        PIC X(01).
           05  REJEITADOS-MAN-TX             PIC 9(05).
           05  FILLER                        PIC X(01).
           05  DATA-RET-MAN-TX               PIC 9(08).
      *
      *    MARCADOR DE LOTE COMPLETO (ARQ. "x:CONVMAN.OK")
       FD  ARQ-OK
           LABEL     RECORD       STANDARD
           VALUE     OF FILE-ID   ARQOK-WS
           DATA      RECORD       REGOK-TX.
       01  REGOK-TX.
           05  TEXTO-OK-TX                   PIC X(14).
           05  DATA-OK-TX                    PIC 9(08).
           05  FILLER                        PIC X(01).
           05  HORA-OK-TX                    PIC 9(06).
      *
      *    LIBERACAO DO LOTE PELO SUPERVISOR (ARQ. "x:CONVMAN.LIB",
      *    GRAVADO PELO CONVLIBL; SO A PRIMEIRA LINHA INTERESSA)
       FD  ARQ-LBL
           LABEL     RECORD       STANDARD
           VALUE     OF FILE-ID   ARQLBL-WS
           DATA      RECORD       REGLBL-TX.
       01  REGLBL-TX.
           05  TEXTO-LBL-TX                  PIC X(14).
           05  DATA-LBL-TX                   PIC 9(08).
           05  FILLER                        PIC X(01).
           05  HORA-LBL-TX                   PIC 9(06).
           05  FILLER                        PIC X(01).
           05  SUPERVISOR-LBL-TX             PIC X(08).
           05  FILLER                        PIC X(01).
           05  OPERADOR-LBL-TX               PIC X(08).
           05  FILLER                        PIC X(01).
           05  EXCECOES-LBL-TX               PIC 9(07).
           05  FILLER                        PIC X(01).
           05  AVISOS-LBL-TX                 PIC 9(02).
           05  FILLER                        PIC X(01).
           05  DATA-OK-LBL-TX                PIC 9(08).
           05  FILLER                        PIC X(01).
           05  HORA-OK-LBL-TX                PIC 9(06).
      *
      *    ARQUIVO DE ORIGEM EM COPIA (QUALQUER LAYOUT DO LOTE)
       FD  ARQ-ORG
           COPY FILIALFD.
      *
           COPY FECHAFD.
      *
           COPY OPERFD.
      *
       WORKING-STORAGE SECTION.
      *
       77  ESTADO-MAN            PIC X(02).
       77  ESTADO-OK             PIC X(02).
       77  ESTADO-LBL            PIC X(02).
       77  ESTADO-ORG            PIC X(02).
       77  ESTADO-DST            PIC X(02).
       77  ESTADO-REC            PIC X(02).
           88  ACABOU-DST                      VALUE "S".
       77  FALHOU-COPIA-WS                     PIC X(01).
           88  FALHOU-COPIA                    VALUE "S".
       77  LOTE-TESTE-WS                       PIC X(01).
           88  LOTE-TESTE                      VALUE "S".
      *
      *    CONFERENCIA DO DESTINO RELIDO
       77  ACHOU-TRAILER-WS                    PIC X(01).
           05  U-OK-WS                         PIC X(01).
           05  FILLER VALUE ":CONVMAN.OK"      PIC X(11).
           05  FILLER                          PIC X(01).
       01  ARQLBL-WS.
           05  U-LBL-WS                        PIC X(01).
           05  FILLER VALUE ":CONVMAN.LIB"     PIC X(12).
       01  ARQORG-WS                           PIC X(30).
       01  ARQDST-WS.
           05  U-DST-WS                        PIC X(01).
      *
           COPY TELAWS.
           COPY PARMAUTO.
      *
           COPY OPERWS.
           COPY DURAWS.
           COPY FILIALVL.
      *
           DISPLAY (9, 10) "Operador................:"
           IF NOT MODO-AUTO
               ACCEPT (, ) OPERADOR-EXEC-WS WITH PROMPT UPDATE.
           MOVE "CONVTRAN" TO PROGRAMA-ACE-WS
           MOVE MODO-AUTO-WS TO SEM-SENHA-ACE-WS
           PERFORM AUTENTICA-OPERADOR THRU AUTENTICA-OPERADOR-EXIT.

           DISPLAY (10, 10) "Informe o Drive dos arqs:"
           IF NOT MODO-AUTO

           DISPLAY (15, 10) "COPIADOS:      FALHAS:"
           MOVE 0 TO COPIADOS-77 FALHAS-77
           MOVE U-TRN-WS TO U-MAN-WS U-OK-WS U-LBL-WS
           MOVE U-DEST-WS TO U-DST-WS U-REC-WS
      *
      *    SEM O MARCADOR DO CONVMANF O LOTE NAO ESTA COMPLETO E
               DISPLAY (23, 47) "CONVMANF"
               IF MODO-AUTO GO TO TERMINA-ERRO-PARM END-IF
               GO TO 015-DATAS.
           READ ARQ-OK
               AT END MOVE ZEROS TO DATA-OK-TX HORA-OK-TX
           END-READ
           CLOSE ARQ-OK
      *
      *    SEM A LIBERACAO DO SUPERVISOR PARA ESTE MANIFESTO O LOTE
      *    NAO SAI (AS ADVERTENCIAS DAS VALIDACOES NAO FORAM VISTAS)
           OPEN INPUT ARQ-LBL
           IF ESTADO-LBL NOT = ZEROS
               DISPLAY (23, 10) "LOTE SEM LIBERACAO DO SUPERVISOR -"
               DISPLAY (23, 45) "RODE O CONVLIBL"
               IF MODO-AUTO GO TO TERMINA-ERRO-PARM END-IF
               GO TO 015-DATAS.
           READ ARQ-LBL
               AT END MOVE SPACES TO REGLBL-TX
           END-READ
           CLOSE ARQ-LBL
           IF DATA-OK-LBL-TX NOT = DATA-OK-TX
               OR HORA-OK-LBL-TX NOT = HORA-OK-TX
               DISPLAY (23, 10) "LIBERACAO NAO E DESTE MANIFESTO -"
               DISPLAY (23, 44) "RODE O CONVLIBL"
               IF MODO-AUTO GO TO TERMINA-ERRO-PARM END-IF
               GO TO 015-DATAS.
           DISPLAY (16, 10) "LIBERADO POR"
           DISPLAY (16, 23) SUPERVISOR-LBL-TX
           DISPLAY (16, 32) "EXCECOES ACEITAS:"
           DISPLAY (16, 50) EXCECOES-LBL-TX

           MOVE "N" TO FIM-MAN-WS
           OPEN INPUT ARQ-MAN
               ADD 1 TO FALHAS-77
               MOVE 8 TO RETURN-CODE
               DISPLAY (15, 33) FALHAS-77
               IF LOTE-TESTE
                   DISPLAY (23, 10) "ARQUIVO DE LOTE DE TESTE:   "
               ELSE
                   DISPLAY (23, 10) "FALHA NA COPIA/CONFERENCIA: "
               END-IF
               DISPLAY (23, 38) ARQORG-WS
               GO TO TRANSMITE-ARQ-EXIT.
           MOVE NOME-MAN-TX TO NOME-REC-TX
      *    CONFERINDO DETALHES E TRAILER CONTRA O MANIFESTO
       COPIA-ARQ.
           MOVE "N" TO FALHOU-COPIA-WS
           MOVE "N" TO LOTE-TESTE-WS
           MOVE "N" TO FIM-ORG-WS
           OPEN INPUT ARQ-ORG
           IF ESTADO-ORG NOT = ZEROS
           PERFORM COPIA-LINHA UNTIL ACABOU-ORG
           CLOSE ARQ-ORG
           CLOSE ARQ-DST
           IF LOTE-TESTE
               CALL "CBL_DELETE_FILE" USING ARQDST-WS.
           IF FALHOU-COPIA
               GO TO COPIA-ARQ-EXIT.
           PERFORM CONFERE-DESTINO.
       COPIA-LINHA.
           READ ARQ-ORG AT END MOVE "S" TO FIM-ORG-WS END-READ
           IF ACABOU-ORG GO TO COPIA-LINHA-EXIT.
           IF REG-ORG (1:1) = "0" AND REG-ORG (2:4) = "CONV"
               AND REG-ORG (65:1) = "T"
               MOVE "S" TO LOTE-TESTE-WS
               MOVE "S" TO FALHOU-COPIA-WS
               MOVE "S" TO FIM-ORG-WS
               GO TO COPIA-LINHA-EXIT.
           MOVE REG-ORG TO REG-DST
           WRITE REG-DST
           IF ESTADO-DST NOT = ZEROS
           COPY FILIALPR.
      *
           COPY DURAPR.
      *
           COPY OPERPR.
