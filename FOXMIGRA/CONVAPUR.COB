      *    CFO - DEBITOS, CREDITOS E POSICAO LIQUIDA - COM O TOTAL DA
      *    FILIAL NO FIM. A CONTABILIDADE CONFERE AQUI NO MESMO DIA,
      *    SEM REMONTAR A APURACAO EM PLANILHA.
      *
      *    DATA DA ALTERACAO: 10/96
      *
      *    CADASTRO DE CFO ("ARQCFO.DAT", MANTIDO PELO CADCFOP): A
      *    LINHA DE CADA CFO SAI COM A DESCRICAO, O DEBITO SO ENTRA
      *    PARA CFO QUE GERA DEBITO DE ICMS E O CREDITO SO PARA CFO
      *    QUE GERA CREDITO. NOTAS COM CFO FORA DO CADASTRO SAEM NUMA
      *    LISTA DE EXCECOES ANTES DA APURACAO (E CONTINUAM NA REGRA
      *    ANTIGA). SEM CADASTRO, VALE A REGRA ANTIGA PARA TUDO.
      *
      *    DATA DA ALTERACAO: 10/96
      *
      *    CADA "CONVAPUR.REL" GERADO E GUARDADO NO ARQUIVO DE
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
           COPY FILIALSL.
      *
           COPY EMPRESL.
      *
           COPY OPERSL.
      *
           COPY CFOPSL.
      *
       DATA DIVISION.
       FILE SECTION.
       01  REG-NT-SAI.
           05  FILLER                        PIC X(02).
           05  TIPO-SAI-NT                   PIC 9(01).
           05  FILLER                        PIC X(01).
           05  NUMERO-SAI-NT                 PIC 9(06).
           05  FILLER                        PIC X(171).
           05  INDIMP-SAI-NT                 PIC 9(01).
           05  FILLER                        PIC X(64).
           05  BASE-SAI-NT                   PIC 9(11).
           05  ALQICM-SAI-NT                 PIC 9(02)V9(01).
      *    ENTRADA (CONVENTR)
       01  REG-NT-ENT.
           05  FILLER                        PIC X(03).
           05  FORN-ENT-NT                   PIC 9(04).
           05  NUMERO-ENT-NT                 PIC 9(06).
           05  FILLER                        PIC X(66).
           05  CFO-ENT-NT                    PIC 9(03).
           05  FILLER                        PIC X(18).
           05  ICM-ENT-NT                    PIC 9(13).
           LABEL     RECORD       STANDARD
           VALUE     OF FILE-ID   "CONVAPUR.REL"
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
           COPY FILIALFD.
      *
           COPY EMPREFD.
      *
           COPY OPERFD.
      *
           COPY CFOPFD.
      *
       WORKING-STORAGE SECTION.
      *
           05  SALDO-LIN-WS                    PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                          PIC X(01) VALUE SPACE.
           05  DC-LIN-WS                       PIC X(01).
           05  FILLER                          PIC X(01) VALUE SPACE.
           05  DESCR-LIN-WS                    PIC X(30).
      *
           COPY TELAWS.
           COPY PARMAUTO.
      *
           COPY OPERWS.
           COPY DURAWS.
           COPY FILIALVL.
           COPY EMPREVL.
           COPY CFOPVL.
      *
           COPY ARQRVL.
      *
           COPY TRAVAWS.
      *
       PROCEDURE DIVISION.
      *

           PERFORM CARREGA-FILIAL
           PERFORM CARREGA-EMPRESA
           PERFORM CARREGA-CFOP THRU CARREGA-CFOP-EXIT
           MOVE "CONVAPUR" TO PROGRAMA-EXEC-WS
           PERFORM CARREGA-PARM
           IF MODO-AUTO AND TELA-PARM-WS NOT = ZEROS
           DISPLAY (9, 10) "Operador................:"
           IF NOT MODO-AUTO
               ACCEPT (, ) OPERADOR-EXEC-WS WITH PROMPT UPDATE.
           MOVE "CONVAPUR" TO PROGRAMA-ACE-WS
           MOVE MODO-AUTO-WS TO SEM-SENHA-ACE-WS
           PERFORM AUTENTICA-OPERADOR THRU AUTENTICA-OPERADOR-EXIT.

           DISPLAY (10, 10) "Informe o Drive dos arqs:"
           IF NOT MODO-AUTO
           PERFORM VARRE-MES
           PERFORM IMPRIME-APURACAO
           DISPLAY (23, 10) "APURACAO GRAVADA EM CONVAPUR.REL"
           IF QTD-EXC-CFP-WS NOT = ZEROS
               DISPLAY (22, 10) "NOTAS COM CFO FORA DO CADASTRO:"
               DISPLAY (22, 42) QTD-EXC-CFP-WS.
           PERFORM REPINTA-TELA
           PERFORM GRAVA-LOG
           IF MODO-AUTO GOBACK.
           ADD 1 TO LIDOS-77
           PERFORM MOSTRA-PROGRESSO
           IF LADO-SAIDA
               PERFORM ACUMULA-DEBITO THRU ACUMULA-DEBITO-FIM
           ELSE
               PERFORM ACUMULA-CREDITO THRU ACUMULA-CREDITO-FIM.
       LE-NOTA-EXIT.
           EXIT.
      *
      *    DEBITO DE ICMS DA SAIDA: BASE X ALIQUOTA, SO QUANDO O
      *    INDICADOR DE IMPOSTO TEM ICMS (AS ENTRADAS GRAVADAS NO
      *    MOVIMENTO DE SAIDAS - TIPO 3 - FICAM DE FORA) E, COM O
      *    CFO NO CADASTRO, SO QUANDO O CFO GERA DEBITO DE ICMS
       ACUMULA-DEBITO.
           IF TIPO-SAI-NT = 3
               GO TO ACUMULA-DEBITO-FIM.
           MOVE CFO-SAI-NT TO CODIGO-BUSCA-CFP-WS
           MOVE SPACES TO DOC-BUSCA-CFP-WS
           STRING "SAIDA NF " NUMERO-SAI-NT " DIA " DIA-APU-WS
               DELIMITED BY SIZE INTO DOC-BUSCA-CFP-WS
           PERFORM CONFERE-CFOP THRU CONFERE-CFOP-EXIT
           IF ACHOU-CFP AND NOT ICMS-DEB-ATU-CFP
               GO TO ACUMULA-DEBITO-FIM.
           IF INDIMP-SAI-NT NOT = 2 AND INDIMP-SAI-NT NOT = 3
               AND INDIMP-SAI-NT NOT = 6 AND INDIMP-SAI-NT NOT = 7
               GO TO ACUMULA-DEBITO-FIM.
       ACUMULA-DEBITO-FIM.
           EXIT.
      *
      *    CREDITO DA ENTRADA: COM O CFO NO CADASTRO, SO QUANDO O
      *    CFO GERA CREDITO DE ICMS
       ACUMULA-CREDITO.
           MOVE CFO-ENT-NT TO CODIGO-BUSCA-CFP-WS
           MOVE SPACES TO DOC-BUSCA-CFP-WS
           STRING "ENTRADA FORN " FORN-ENT-NT " NF " NUMERO-ENT-NT
               " DIA " DIA-APU-WS
               DELIMITED BY SIZE INTO DOC-BUSCA-CFP-WS
           PERFORM CONFERE-CFOP THRU CONFERE-CFOP-EXIT
           IF ACHOU-CFP AND NOT ICMS-CRE-ATU-CFP
               GO TO ACUMULA-CREDITO-FIM.
           MOVE CFO-ENT-NT TO CFO-ACHA-WS
           PERFORM ACHA-CFO
           IF IDX-CFO-WS NOT > QTD-CFO-WS
               ADD ICM-ENT-NT TO CREDITO-TAB-WS (IDX-CFO-WS)
               ADD ICM-ENT-NT TO TOT-CREDITO-WS.
       ACUMULA-CREDITO-FIM.
           EXIT.
      *
      *    ACHA (OU CRIA) A LINHA DO CFO EM CFO-ACHA-WS NA TABELA
       ACHA-CFO.
               " MES " MES-APU-WS "/" ANO-APU-WS
               DELIMITED BY SIZE INTO REG-REL
           WRITE REG-REL
           PERFORM IMPRIME-EXC-CFOP THRU IMPRIME-EXC-CFOP-EXIT
           PERFORM IMPRIME-CFO
               VARYING IDX-CFO-WS FROM 1 BY 1
               UNTIL IDX-CFO-WS > QTD-CFO-WS
           COMPUTE SALDO-CFO-WS = DEBITO-TAB-WS (IDX-CFO-WS)
               - CREDITO-TAB-WS (IDX-CFO-WS)
           PERFORM EDITA-SALDO
           MOVE CFO-TAB-WS (IDX-CFO-WS) TO CODIGO-BUSCA-CFP-WS
           PERFORM DESCREVE-CFOP THRU DESCREVE-CFOP-EXIT
           MOVE DESCR-ATU-CFP-WS TO DESCR-LIN-WS
           WRITE REG-REL FROM LINHA-CFO-WS.
      *
      *    LINHA DO TOTAL GERAL (REUSA O LAYOUT DA LINHA DE CFO)
       MONTA-LINHA-SALDO.
           MOVE SPACES TO DESCR-LIN-WS
           MOVE TOT-DEBITO-WS TO DEB-LIN-WS
           MOVE TOT-CREDITO-WS TO CRED-LIN-WS
           COMPUTE SALDO-CFO-WS = TOT-DEBITO-WS - TOT-CREDITO-WS
           MOVE LIDOS-77 TO LIDOS-LOG-TX
           MOVE QTD-CFO-WS TO GRAVADOS-LOG-TX
           MOVE 0 TO GRAVADOS2-LOG-TX
           MOVE "CONVAPUR.REL" TO NOME-REL-ARR-WS
           PERFORM GUARDA-RELATORIO THRU GUARDA-RELATORIO-EXIT
           OPEN EXTEND ARQ-LOG
           IF  ESTADO-LOG NOT = ZEROS
               OPEN OUTPUT ARQ-LOG.
           COPY EMPREPR.
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
