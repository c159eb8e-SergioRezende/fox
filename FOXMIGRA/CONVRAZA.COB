      *    CUSTO OPCIONAL, A MESMA OPCAO DO CONVBALA. LINHAS DE
      *    HISTORICO COMPLEMENTAR (VALOR ZERADO) FICAM DE FORA, COMO
      *    NO CONVDIR. RELATORIO EM "CONVRAZA.REL".
      *
      *    DATA DA ALTERACAO: 10/96
      *
      *    O CABECALHO DE CADA CONTA TRAZ O NOME DO PLANO DE CONTAS
      *    ("ARQPLANO.DAT" DO CADPLANO); CONTA FORA DO PLANO SAI
      *    MARCADA.
      *
      *    DATA DA ALTERACAO: 10/96
      *
      *    CADA "CONVRAZA.REL" GERADO E GUARDADO NO ARQUIVO DE
      *    RELATORIOS (COPY ARQRPR) COM A FILIAL, O PERIODO E A
      *    HORA DA GERACAO, PARA CONSULTA E REIMPRESSAO PELO
      *    CADARQR.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
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
           COPY EMPRESL.
      *
           COPY PLANOSL.
      *
           COPY OPERSL.
      *
       DATA DIVISION.
       FILE SECTION.
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
           COPY EMPREFD.
      *
           COPY PLANOFD.
      *
           COPY OPERFD.
      *
       WORKING-STORAGE SECTION.
      *
           88  TEM-CONTA                       VALUE "S".
       77  DEB-CTA-WS      VALUE 0             PIC 9(13)V99.
       77  CRE-CTA-WS      VALUE 0             PIC 9(13)V99.
       77  NOME-CONTA-WS                       PIC X(40).
      *
       01  LINHA-RAZ-WS.
           05  DATA-LIN-WS                     PIC 99/99/99.
      *
           COPY TELAWS.
           COPY EMPREVL.
           COPY PLANOVL.
           COPY PARMAUTO.
      *
           COPY OPERWS.
           COPY DURAWS.
      *
           COPY ARQRVL.
      *
           COPY TRAVAWS.
      *
       PROCEDURE DIVISION.
      *
           DISPLAY (9, 10) "Operador................:"
           IF  NOT MODO-AUTO
               ACCEPT (, ) OPERADOR-EXEC-WS WITH PROMPT UPDATE.
           MOVE "CONVRAZA" TO PROGRAMA-ACE-WS
           MOVE MODO-AUTO-WS TO SEM-SENHA-ACE-WS
           PERFORM AUTENTICA-OPERADOR THRU AUTENTICA-OPERADOR-EXIT.

           DISPLAY (10, 10) "DIARIO:"
           IF  NOT MODO-AUTO
           PERFORM CARREGA-EMPRESA
           MOVE 01 TO FILIAL-BUSCA-EMP-WS
           PERFORM ACHA-EMPRESA
           PERFORM CARREGA-PLANO THRU CARREGA-PLANO-EXIT
           MOVE SPACES TO REG-REL
           STRING ACHADO-RAZAO-EMP-WS " CGC " ACHADO-CGC-EMP-WS
               " IE " ACHADO-INSCR-EMP-WS
               MOVE 0 TO DEB-CTA-WS CRE-CTA-WS
               MOVE SPACES TO REG-REL
               WRITE REG-REL
               MOVE SPACES TO REG-REL NOME-CONTA-WS
               IF QTD-PLANO-WS NOT = ZEROS
                   MOVE CONTA-SRT TO CONTA-BUSCA-PLA-WS
                   PERFORM ACHA-PLANO
                   IF IDX-ACHADO-PLA-WS = ZEROS
                       MOVE "*** CONTA FORA DO PLANO ***"
                           TO NOME-CONTA-WS
                   ELSE
                       MOVE NOME-TAB-PLA-WS (IDX-ACHADO-PLA-WS)
                           TO NOME-CONTA-WS
                   END-IF
               END-IF
               IF POR-CUSTO
                   STRING "CONTA " CONTA-SRT " CC " CUSTO-SRT
                       " SALDO ANTERIOR " SANT-SRT " " NOME-CONTA-WS
                       DELIMITED BY SIZE INTO REG-REL
               ELSE
                   STRING "CONTA " CONTA-SRT
                       " SALDO ANTERIOR " SANT-SRT " " NOME-CONTA-WS
                       DELIMITED BY SIZE INTO REG-REL
               END-IF
               WRITE REG-REL.
           MOVE LIDOS-77 TO LIDOS-LOG-TX
           MOVE IMPRESSOS-77 TO GRAVADOS-LOG-TX
           MOVE 0 TO GRAVADOS2-LOG-TX
           MOVE "CONVRAZA.REL" TO NOME-REL-ARR-WS
           PERFORM GUARDA-RELATORIO THRU GUARDA-RELATORIO-EXIT
           OPEN EXTEND ARQ-LOG
           IF  ESTADO-LOG NOT = ZEROS
               OPEN OUTPUT ARQ-LOG.
           GOBACK.
      *
           COPY EMPREPR.
      *
           COPY PLANOPR.
      *
           COPY DURAPR.
      *
           COPY OPERPR.
      *
           COPY ARQRPR.
      *
           COPY TRAVAPR.
