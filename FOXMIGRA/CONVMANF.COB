      *    ASSIM NAO SE TRANSMITE SOBRA DE ONTEM NEM ARQUIVO AINDA EM
      *    GRAVACAO. ARQUIVO PRESENTE SEM TRAILER INTERROMPE COM
      *    CODIGO 8 E NAO GRAVA O MARCADOR.
      *
      *    DATA DA ALTERACAO: 10/96
      *
      *    A LINHA DO MANIFESTO GANHA A SITUACAO NO SISTEMA RECEPTOR
      *    (EM BRANCO ATE O CONVACEI PROCESSAR O RETORNO DO LOTE), A
      *    QUANTIDADE DE REGISTROS REJEITADOS E A DATA DO RETORNO.
      *
      *    DATA DA ALTERACAO: 10/96
      *
      *    ARQUIVO COM O CABECALHO MARCADO COMO LOTE DE TESTE (MODO
      *    TESTE DO CONVLOTE) E FALHA: NAO ENTRA NO MANIFESTO E O
      *    MARCADOR DE LOTE COMPLETO NAO E GRAVADO.
      *
      *    DATA DA ALTERACAO: 10/96
      *
      *    O MANIFESTO NOVO APAGA TAMBEM A LIBERACAO DO SUPERVISOR
      *    ("x:CONVMAN.LIB", DO CONVLIBL) DO LOTE ANTERIOR: O LOTE
      *    REMANIFESTADO TEM DE SER LIBERADO DE NOVO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           FILE STATUS IS ESTADO-PRM.
      *
           COPY FILIALSL.
      *
           COPY OPERSL.
      *
       DATA DIVISION.
       FILE SECTION.
           05  PROGRAMA-CHK-CAB              PIC X(08).
           05  DATA-GER-CHK-CAB              PIC 9(08).
           05  HORA-GER-CHK-CAB              PIC 9(06).
           05  FILLER                        PIC X(41).
           05  TESTE-CHK-CAB                 PIC X(01).
      *
      *    MANIFESTO DO LOTE (ARQ. "x:CONVMAN.DAT")
       FD  ARQ-MAN
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
           COPY PARMCONV.
      *
           COPY FILIALFD.
      *
           COPY OPERFD.
      *
       WORKING-STORAGE SECTION.
      *
      *    DADOS DO ARQUIVO CORRENTE EXTRAIDOS NA INSPECAO
       77  ACHOU-TRAILER-WS                    PIC X(01).
           88  ACHOU-TRAILER                   VALUE "S".
       77  ACHOU-TESTE-WS                      PIC X(01).
           88  ACHOU-TESTE                     VALUE "S".
       77  FIM-CHK-WS                          PIC X(01).
           88  ACABOU-CHK                      VALUE "S".
       77  QTD-TRAILER-WS                      PIC 9(07).
           05  U-OK-WS                         PIC X(01).
           05  FILLER VALUE ":CONVMAN.OK"      PIC X(11).
           05  FILLER                          PIC X(01).
       01  ARQLBL-WS.
           05  U-LBL-WS                        PIC X(01).
           05  FILLER VALUE ":CONVMAN.LIB"     PIC X(12).
      *
      *    NOME DO ARQUIVO DIARIO EM MONTAGEM
       01  ARQDIA-WS.
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
           MOVE "CONVMANF" TO PROGRAMA-ACE-WS
           MOVE MODO-AUTO-WS TO SEM-SENHA-ACE-WS
           PERFORM AUTENTICA-OPERADOR THRU AUTENTICA-OPERADOR-EXIT.

           DISPLAY (10, 10) "Informe o Drive dos arqs:"
           IF NOT MODO-AUTO
      *
      *    QUALQUER MARCADOR DE LOTE ANTERIOR E REMOVIDO ANTES DE
      *    COMECAR: O MARCADOR SO VOLTA A EXISTIR COM O MANIFESTO NOVO
      *    (E A LIBERACAO DO SUPERVISOR, COM O CONVLIBL)
           MOVE U-CHK-WS TO U-MAN-WS U-OK-WS U-LBL-WS
           CALL "CBL_DELETE_FILE" USING ARQOK-WS
           CALL "CBL_DELETE_FILE" USING ARQLBL-WS
           OPEN OUTPUT ARQ-MAN
           PERFORM LISTA-CADASTROS
           SUBTRACT 1 FROM DIA-INI-WS.
           MOVE 0 TO QTD-TRAILER-WS
           MOVE ZEROS TO DATA-GER-WS HORA-GER-WS
           MOVE "N" TO ACHOU-TRAILER-WS
           MOVE "N" TO ACHOU-TESTE-WS
           MOVE "N" TO FIM-CHK-WS
           OPEN INPUT ARQ-CHK
           IF ESTADO NOT = ZEROS
               DISPLAY (23, 10) "ARQUIVO SEM TRAILER NO DRIVE: "
               DISPLAY (23, 40) ARQCHK-WS
               GO TO LISTA-ARQ-EXIT.
           IF ACHOU-TESTE
               ADD 1 TO FALHAS-77
               MOVE 8 TO RETURN-CODE
               DISPLAY (15, 33) FALHAS-77
               DISPLAY (23, 10) "ARQUIVO DE LOTE DE TESTE NO DRIVE: "
               DISPLAY (23, 45) ARQCHK-WS
               GO TO LISTA-ARQ-EXIT.
           MOVE SPACES TO REGMAN-TX
           MOVE ARQCHK-WS TO NOME-MAN-TX
           MOVE QTD-TRAILER-WS TO QTD-MAN-TX
           MOVE DATA-GER-WS TO DATA-GER-MAN-TX
           MOVE HORA-GER-WS TO HORA-GER-MAN-TX
           MOVE ZEROS TO REJEITADOS-MAN-TX DATA-RET-MAN-TX
           WRITE REGMAN-TX
           ADD 1 TO LISTADOS-77
           DISPLAY (15, 20) LISTADOS-77.
           IF REG-CHK-X (1:1) = "0" AND REG-CHK-X (2:4) = "CONV"
               MOVE DATA-GER-CHK-CAB TO DATA-GER-WS
               MOVE HORA-GER-CHK-CAB TO HORA-GER-WS
               IF TESTE-CHK-CAB = "T"
                   MOVE "S" TO ACHOU-TESTE-WS
               END-IF
               GO TO LE-CHK-EXIT.
           IF REG-CHK-X (1:1) = "9" AND REG-CHK-X (22:679) = SPACES
               MOVE "S" TO ACHOU-TRAILER-WS
           COPY FILIALPR.
      *
           COPY DURAPR.
      *
           COPY OPERPR.
