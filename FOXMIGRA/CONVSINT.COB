      *    CODIGO DO FORNECEDOR, QUE VAI NO CAMPO PROPRIO). GRAVADO
      *    SOB NOME TEMPORARIO E EFETIVADO SO NO FIM, COMO OS DEMAIS
      *    ARQUIVOS DE TRANSMISSAO.
      *
      *    DATA DA ALTERACAO: 10/96
      *
      *    CADASTRO DE CFO ("ARQCFO.DAT", MANTIDO PELO CADCFOP): O
      *    ICMS DO REGISTRO 50 SEGUE O CFO - SAIDA SO COM CFO QUE GERA
      *    DEBITO, ENTRADA SO COM CFO QUE GERA CREDITO. NOTAS COM CFO
      *    FORA DO CADASTRO SAEM NUMA LISTA DE EXCECOES EM
      *    "CONVSINT.REL" (E CONTINUAM NA REGRA ANTIGA), PARA O FISCAL
      *    CONFERIR ANTES DE TRANSMITIR. SEM CADASTRO, VALE A REGRA
      *    ANTIGA PARA TUDO.
      *
      *    DATA DA ALTERACAO: 10/96
      *
      *    CADA "CONVSINT.REL" GERADO E GUARDADO NO ARQUIVO DE
      *    RELATORIOS (COPY ARQRPR) COM A FILIAL, O PERIODO E A
      *    HORA DA GERACAO, PARA CONSULTA E REIMPRESSAO PELO
      *    CADARQR.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           SELECT      ARQ-MAG    ASSIGN     TO   DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ESTADO-MAG.
      *
           SELECT      ARQ-REL    ASSIGN     TO   "CONVSINT.REL"
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
           COPY CFOPSL.
      *
       DATA DIVISION.
       FILE SECTION.
           05  QTDTOT-90                     PIC 9(08).
           05  FILLER                        PIC X(56).
      *
      *    LISTA DE EXCECOES DE CFO (ARQ. "CONVSINT.REL")
       FD  ARQ-REL
           LABEL     RECORD       STANDARD
           VALUE     OF FILE-ID   "CONVSINT.REL"
           DATA      RECORD       REG-REL.
       01  REG-REL                           PIC X(120).
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
           COPY CFOPFD.
      *
       WORKING-STORAGE SECTION.
      *
       77  ESTADO                PIC X(02).
       77  ESTADO-MAG            PIC X(02).
       77  ESTADO-REL            PIC X(02).
       77  ESTADO-LOG            PIC X(02).
       77  ESTADO-PRM            PIC X(02).
       77  LIDOS-77        VALUE 0             PIC 9(07).
      *
           COPY TELAWS.
           COPY PARMAUTO.
      *
           COPY OPERWS.
           COPY DURAWS.
           COPY FILIALVL.
           COPY CFOPVL.
      *
           COPY ARQRVL.
      *
           COPY TRAVAWS.
      *
       PROCEDURE DIVISION.
      *
           DISPLAY (5, 14) "* ARQUIVO MAGNETICO FISCAL (50/54/75) *"

           PERFORM CARREGA-FILIAL
           PERFORM CARREGA-CFOP THRU CARREGA-CFOP-EXIT
           MOVE "CONVSINT" TO PROGRAMA-EXEC-WS
           PERFORM CARREGA-PARM
           IF MODO-AUTO AND TELA-PARM-WS NOT = ZEROS
           DISPLAY (9, 10) "Operador................:"
           IF NOT MODO-AUTO
               ACCEPT (, ) OPERADOR-EXEC-WS WITH PROMPT UPDATE.
           MOVE "CONVSINT" TO PROGRAMA-ACE-WS
           MOVE MODO-AUTO-WS TO SEM-SENHA-ACE-WS
           PERFORM AUTENTICA-OPERADOR THRU AUTENTICA-OPERADOR-EXIT.

           DISPLAY (10, 10) "Informe o Drive dos arqs:"
           IF NOT MODO-AUTO

           MOVE 0 TO DIA-APU-WS
           PERFORM VARRE-DIA ULT-DIA-MES-WS TIMES
           PERFORM GERA-PRODUTOS THRU GERA-PRODUTOS-FIM
           PERFORM IMPRIME-EXCECOES
           PERFORM ENCERRA-MAGNETICO
           IF MODO-AUTO GOBACK.
           GO TO 015-DATAS.
           ADD 1 TO LIDOS-77
           PERFORM MOSTRA-PROGRESSO
           IF LADO-SAIDA
               PERFORM GERA-50-SAIDA THRU GERA-50-SAIDA-FIM
           ELSE
           IF LADO-ENTRADA
               PERFORM GERA-50-ENTRADA
           EXIT.
      *
      *    REGISTRO 50 DE UMA NOTA DE SAIDA (AS ENTRADAS GRAVADAS NO
      *    MOVIMENTO DE SAIDAS - TIPO 3 - FICAM DE FORA). COM O CFO
      *    NO CADASTRO, O ICMS SO SAI QUANDO O CFO GERA DEBITO
       GERA-50-SAIDA.
           IF TIPO-SAI-NT = 3
               GO TO GERA-50-SAIDA-FIM.
           MOVE CFO-SAI-NT TO CODIGO-BUSCA-CFP-WS
           MOVE SPACES TO DOC-BUSCA-CFP-WS
           STRING "SAIDA NF " NUMERO-SAI-NT " DIA " DIA-APU-WS
               DELIMITED BY SIZE INTO DOC-BUSCA-CFP-WS
           PERFORM CONFERE-CFOP THRU CONFERE-CFOP-EXIT
           MOVE SPACES TO REG-MAG
           MOVE "50" TO TIPO-50
           MOVE CPF-SAI-NT TO CGC-50
           MOVE TOTAL-SAI-NT TO VALOR-50
           MOVE BASE-SAI-NT TO BASE-50
           MOVE ZEROS TO ICMS-50
           IF (INDIMP-SAI-NT = 2 OR INDIMP-SAI-NT = 3
               OR INDIMP-SAI-NT = 6 OR INDIMP-SAI-NT = 7)
               AND (NOT ACHOU-CFP OR ICMS-DEB-ATU-CFP)
               COMPUTE ICMS-CALC-WS ROUNDED =
                   BASE-SAI-NT * ALQICM-SAI-NT / 100
               MOVE ICMS-CALC-WS TO ICMS-50.
           EXIT.
      *
      *    REGISTRO 50 DE UMA ENTRADA (EMISSAO DE TERCEIROS; O CGC
      *    SAI ZERADO E O FORNECEDOR VAI NO CAMPO PROPRIO). COM O
      *    CFO NO CADASTRO, O ICMS SO SAI QUANDO O CFO GERA CREDITO
       GERA-50-ENTRADA.
           MOVE CFO-ENT-NT TO CODIGO-BUSCA-CFP-WS
           MOVE SPACES TO DOC-BUSCA-CFP-WS
           STRING "ENTRADA FORN " FORN-ENT-NT " NF " NUMERO-ENT-NT
               " DIA " DIA-APU-WS
               DELIMITED BY SIZE INTO DOC-BUSCA-CFP-WS
           PERFORM CONFERE-CFOP THRU CONFERE-CFOP-EXIT
           MOVE SPACES TO REG-MAG
           MOVE "50" TO TIPO-50
           MOVE ZEROS TO CGC-50
           MOVE TOTAL-ENT-NT TO VALOR-50
           MOVE BASE-ENT-NT TO BASE-50
           MOVE ICM-ENT-NT TO ICMS-50
           IF ACHOU-CFP AND NOT ICMS-CRE-ATU-CFP
               MOVE ZEROS TO ICMS-50.
           MOVE ALQICM-ENT-NT TO ALIQ-50
           MOVE FORN-ENT-NT TO FORN-50
           WRITE REG-MAG
       GERA-PRODUTOS-FIM.
           EXIT.
      *
      *    LISTA DE EXCECOES DE CFO DO MES EM "CONVSINT.REL"
       IMPRIME-EXCECOES.
           OPEN OUTPUT ARQ-REL
           MOVE SPACES TO REG-REL
           STRING "MAGNETICO FISCAL FILIAL " FILIAL-DIA-WS
               " MES " MES-APU-WS "/" ANO-APU-WS
               " - CONFERENCIA DE CFO"
               DELIMITED BY SIZE INTO REG-REL
           WRITE REG-REL
           PERFORM IMPRIME-EXC-CFOP THRU IMPRIME-EXC-CFOP-EXIT
           IF QTD-CFOP-WS NOT = ZEROS AND QTD-EXC-CFP-WS = ZEROS
               MOVE "TODOS OS CFO CONSTAM DO CADASTRO" TO REG-REL
               WRITE REG-REL.
           CLOSE ARQ-REL
           IF QTD-EXC-CFP-WS NOT = ZEROS
               DISPLAY (22, 10) "NOTAS COM CFO FORA DO CADASTRO:"
               DISPLAY (22, 42) QTD-EXC-CFP-WS
               DISPLAY (22, 46) "- VER CONVSINT.REL".
      *
      *    DATA COM SECULO (70-99 = 19xx, 00-69 = 20xx)
       MONTA-DATA8.
           IF ANO2-AUX-WS NOT < 70
           MOVE LIDOS-77 TO LIDOS-LOG-TX
           MOVE QTD50-77 TO GRAVADOS-LOG-TX
           MOVE QTD54-77 TO GRAVADOS2-LOG-TX
           MOVE "CONVSINT.REL" TO NOME-REL-ARR-WS
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
           COPY CFOPPR.
      *
           COPY CFOPEXPR.
      *
           COPY ARQRPR.
      *
           COPY TRAVAPR.
