      *    NA CADEIA LOGO ANTES DESTE PROGRAMA - MESMOS CAMPOS,
      *    MESMA ORDEM, MESMOS NUMEROS. A CRIACAO AUTOMATICA DO
      *    CADDUP VAZIO DE FILIAL NOVA TAMBEM MUDOU PARA O CONVDUPX.
      *
      *    DATA DA ALTERACAO: 10/96
      *
      *    MODO TESTE DO CONVLOTE (DRIVE DE RASCUNHO NA LINHA DO
      *    CONVPARM.DAT): AS ENTRADAS CONTINUAM VINDO DO DRIVE DOS
      *    ARQS, MAS OS ARQUIVOS GERADOS VAO PARA O DRIVE DE RASCUNHO
      *    COM O CABECALHO MARCADO COMO TESTE (NAO PODEM SER
      *    MANIFESTADOS NEM TRANSMITIDOS), E A LINHA DO CONVLOG.LOG
      *    TAMBEM FICA NO RASCUNHO.
      *    O EXTRATO DO CADDUP (GERADO PELO CONVDUPX DA MESMA CADEIA)
      *    E LIDO DO RASCUNHO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                    ORGANIZATION             IS LINE SEQUENTIAL
                     FILE STATUS              IS FS-77.
      *
           SELECT      ARQ-LOG    ASSIGN     TO   DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ESTADO-LOG.
      *
           SELECT      ARQ-CNF    ASSIGN     TO   DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ESTADO-CNF.
           COPY OPERSL.
      *
       DATA DIVISION.
       FILE SECTION.
      *
      *
      *    REGISTRO DE LOG DE EXECUCAO (ARQ. "CONVLOG.LOG")
       FD  ARQ-LOG
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID ARQLOG-NOME-WS.
           COPY LOGCONV.
      *
      *    REGISTRO DE PARAMETROS DE EXECUCAO (ARQ. "CONVPARM.DAT")
               10  DUPL-CNF-TX               PIC 9(08).
           05  FILLER                        PIC X(90).

           COPY OPERFD.
      *
       WORKING-STORAGE SECTION.
      *
       77  ESTADO                PIC X(02).
           COPY DUPXWS.
           COPY TELAWS.
           COPY PARMAUTO.
      *
           COPY OPERWS.
           COPY DURAWS.
       77  FALHOU-BTV-WS   VALUE "N"           PIC X(01).
           88  FALHOU-BTV                      VALUE "S".
           PERFORM CARREGA-FILIAL
           PERFORM CARREGA-SECULO
           PERFORM CARREGA-PARM
           PERFORM PREPARA-TESTE
           IF MODO-AUTO
               MOVE DRIVE-PARM-WS TO U-DUP-WS
               MOVE FILIAL-INI-PARM-WS TO FILIAL-DUP-WS
           DISPLAY (9, 10) "Operador................:"
           IF NOT MODO-AUTO
               ACCEPT (, ) OPERADOR-EXEC-WS WITH PROMPT UPDATE.
           MOVE "CONVCI" TO PROGRAMA-ACE-WS
           MOVE MODO-AUTO-WS TO SEM-SENHA-ACE-WS
           PERFORM AUTENTICA-OPERADOR THRU AUTENTICA-OPERADOR-EXIT.

           DISPLAY (10, 10) "Informe o Drive dos arqs:"
           IF NOT MODO-AUTO
               ACCEPT (, ) U-DUP-WS WITH PROMPT UPDATE
               ACCEPT ESCAPE-77 FROM ESCAPE KEY
               IF ESCAPE-77 NOT = ZEROS STOP RUN.
      *
      *    NO MODO TESTE OS ARQUIVOS GERADOS VAO PARA O DRIVE DE
      *    RASCUNHO, DE ONDE TAMBEM SAO LIDOS O EXTRATO DO CADDUP E O
      *    BORDERO GERADOS NO MESMO LOTE
           IF MODO-TESTE
               MOVE DRIVE-TESTE-PARM-WS TO U-DUP-WS.
           MOVE U-DUP-WS TO U-CI-TX.
           MOVE U-DUP-WS TO U-CI-CI.
           MOVE U-DUP-WS TO U-CI-BRD.
           MOVE "CONVCI" TO PROGRAMA-CAB-WS
           ACCEPT DATA-GER-CAB-WS FROM DATE YYYYMMDD
           ACCEPT HORA-GER-CAB-WS FROM TIME
           MOVE SPACE TO TESTE-CAB-WS
           IF MODO-TESTE
               MOVE "T" TO TESTE-CAB-WS
           END-IF
           MOVE FILIAL-DUP-WS TO FILIAL-CAB-WS
           MOVE SPACES TO FAIXA-CAB-WS
           STRING "DRIVE=" U-DUP-WS " ABERTOS=" SOMENTE-ABERTOS-WS
               MOVE FILTRO-PARM-TX     TO FILTRO-PARM-WS
               MOVE TELA-PARM-TX       TO TELA-PARM-WS
               MOVE OPERADOR-PARM-TX   TO OPERADOR-PARM-WS
               MOVE OPERADOR-PARM-TX   TO OPERADOR-EXEC-WS
               MOVE TESTE-PARM-TX      TO DRIVE-TESTE-PARM-WS.
       LE-PRM-EXIT.
           EXIT.
      *
           COPY DUPXPR.
      *
           COPY DURAPR.
      *
           COPY OPERPR.
      *
           COPY TESTEPR.
