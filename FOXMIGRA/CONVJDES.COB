      *    (">>") QUANDO PASSA DO PERCENTUAL INFORMADO - E O QUE A
      *    MATRIZ PRECISA PARA PROVAR (OU DESCARTAR) QUE ALGUMA PRACA
      *    LIQUIDA ANTECIPADO COM DESCONTO FORA DA POLITICA.
      *
      *    DATA DA ALTERACAO: 10/96
      *
      *    A SECAO POR REGIAO IMPRIME O NOME DA REGIAO DO CADASTRO
      *    DE REGIOES ("ARQREGI.DAT", COPY REGIPR) AO LADO DO NUMERO.
      *
      *    DATA DA ALTERACAO: 10/96
      *
      *    CADA "CONVJDES.REL" GERADO E GUARDADO NO ARQUIVO DE
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
           COPY FILIALSL.
      *
           COPY OPERSL.
      *
           COPY REGISL.
      *
       DATA DIVISION.
       FILE SECTION.
           LABEL     RECORD       STANDARD
           VALUE     OF FILE-ID   "CONVJDES.REL"
           DATA      RECORD       REG-REL.
       01  REG-REL                           PIC X(140).
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
           COPY PARMCONV.
      *
           COPY FILIALFD.
      *
           COPY OPERFD.
      *
           COPY REGIFD.
      *
       WORKING-STORAGE SECTION.
      *
           05  RAZAO-LIN-WS                    PIC ZZ9,99.
           05  FILLER                          PIC X(01) VALUE SPACE.
           05  DESTAQUE-LIN-WS                 PIC X(02).
           05  FILLER                          PIC X(01) VALUE SPACE.
           05  NOME-LIN-WS                     PIC X(30) VALUE SPACES.
      *
           COPY TELAWS.
           COPY PARMAUTO.
      *
           COPY OPERWS.
           COPY DURAWS.
           COPY FILIALVL.
           COPY REGIVL.
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
           MOVE "CONVJDES" TO PROGRAMA-ACE-WS
           MOVE MODO-AUTO-WS TO SEM-SENHA-ACE-WS
           PERFORM AUTENTICA-OPERADOR THRU AUTENTICA-OPERADOR-EXIT.

           DISPLAY (10, 10) "Informe o Drive dos arqs:"
           IF NOT MODO-AUTO
      *
      *    IMPRIME AS TRES SECOES E ENCERRA
       IMPRIME-RELATORIO.
           PERFORM CARREGA-REGIAO THRU CARREGA-REGIAO-EXIT
           OPEN OUTPUT ARQ-REL
           MOVE SPACES TO REG-REL
           STRING "JUROS/DESCONTOS/DESPESAS FILIAL " FILIAL-BX-WS
               MOVE JURO-TAB-REG-WS (IDX-REG-WS) TO JURO-LIN-WS
               MOVE DESC-TAB-REG-WS (IDX-REG-WS) TO DESC-LIN-WS
               MOVE DESP-TAB-REG-WS (IDX-REG-WS) TO DESP-LIN-WS
               MOVE CHAVE-REG-WS (IDX-REG-WS) TO REGIAO-BUSCA-RGI-WS
               PERFORM DESCREVE-REGIAO THRU DESCREVE-REGIAO-EXIT
               MOVE NOME-ATU-RGI-WS TO NOME-LIN-WS
               PERFORM CALCULA-RAZAO-REG
               WRITE REG-REL FROM LINHA-TOT-WS
           END-PERFORM
           MOVE SPACES TO NOME-LIN-WS
           MOVE "POR NATUREZA:" TO REG-REL
           WRITE REG-REL
           PERFORM VARYING IDX-NAT-WS FROM 1 BY 1
               INTO FILTRO-LOG-TX
           MOVE LIDOS-77 TO LIDOS-LOG-TX
           MOVE 0 TO GRAVADOS-LOG-TX GRAVADOS2-LOG-TX
           MOVE "CONVJDES.REL" TO NOME-REL-ARR-WS
           PERFORM GUARDA-RELATORIO THRU GUARDA-RELATORIO-EXIT
           OPEN EXTEND ARQ-LOG
           IF  ESTADO-LOG NOT = ZEROS
               OPEN OUTPUT ARQ-LOG.
                           REMAINDER RESTO-BISS-WS
                       IF RESTO-BISS-WS = ZEROS
                           MOVE 29 TO ULT-DIA-MES-WS.
      *
           COPY REGIPR.
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
