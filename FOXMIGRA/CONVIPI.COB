      *    EM "CONVIPI.REL" POR CFO - DEBITOS, CREDITOS E POSICAO
      *    LIQUIDA - COM O TOTAL DA FILIAL NO FIM, PARA OS DOIS
      *    LIVROS DE IMPOSTO FECHAREM JUNTOS.
      *
      *    DATA DA ALTERACAO: 10/96
      *
      *    CADASTRO DE CFO ("ARQCFO.DAT", MANTIDO PELO CADCFOP): A
      *    LINHA DE CADA CFO SAI COM A DESCRICAO, O DEBITO SO ENTRA
      *    PARA CFO QUE GERA DEBITO DE IPI E O CREDITO SO PARA CFO
      *    QUE GERA CREDITO. NOTAS COM CFO FORA DO CADASTRO SAEM NUMA
      *    LISTA DE EXCECOES ANTES DA APURACAO (E CONTINUAM NA REGRA
      *    ANTIGA). SEM CADASTRO, VALE A REGRA ANTIGA PARA TUDO.
      *
      *    DATA DA ALTERACAO: 10/96
      *
      *    CADA "CONVIPI.REL" GERADO E GUARDADO NO ARQUIVO DE
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
           05  FILLER                        PIC X(396).
           05  IPI-SAI-NT                    PIC 9(09).
           05  FILLER                        PIC X(85).
      *    CABECALHO DE ENTRADA (CONVENTR)
           LABEL     RECORD       STANDARD
           VALUE     OF FILE-ID   "CONVIPI.REL"
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
           05  SALDO-LIN-WS                    PIC ZZ.ZZZ.ZZZ.ZZ9.
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
           MOVE "CONVIPI " TO PROGRAMA-EXEC-WS
           PERFORM CARREGA-PARM
           IF MODO-AUTO AND TELA-PARM-WS NOT = ZEROS
           DISPLAY (9, 10) "Operador................:"
           IF NOT MODO-AUTO
               ACCEPT (, ) OPERADOR-EXEC-WS WITH PROMPT UPDATE.
           MOVE "CONVIPI" TO PROGRAMA-ACE-WS
           MOVE MODO-AUTO-WS TO SEM-SENHA-ACE-WS
           PERFORM AUTENTICA-OPERADOR THRU AUTENTICA-OPERADOR-EXIT.

           DISPLAY (10, 10) "Informe o Drive dos arqs:"
           IF NOT MODO-AUTO
           PERFORM VARRE-DIA ULT-DIA-MES-WS TIMES
           PERFORM IMPRIME-APURACAO
           DISPLAY (23, 10) "APURACAO GRAVADA EM CONVIPI.REL"
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
           IF LADO-ENT-CAB
               PERFORM GUARDA-MAPA THRU GUARDA-MAPA-FIM
           ELSE
               PERFORM ACUMULA-CREDITO THRU ACUMULA-CREDITO-FIM.
       LE-REGISTRO-EXIT.
           EXIT.
      *
      *    DEBITO DE IPI DA SAIDA: CAMPO VALOR-IPI JA CALCULADO (AS
      *    ENTRADAS GRAVADAS NO MOVIMENTO DE SAIDAS - TIPO 3 - FICAM
      *    DE FORA). O DEBITO NAO TEM CFO DE ENTRADA: USA O CFO DA
      *    PROPRIA NOTA DE SAIDA. COM O CFO NO CADASTRO, SO ENTRA
      *    QUANDO O CFO GERA DEBITO DE IPI
       ACUMULA-DEBITO.
           IF TIPO-SAI-NT = 3
               GO TO ACUMULA-DEBITO-FIM.
           MOVE REG-NT (397:3) TO CODIGO-BUSCA-CFP-WS
           MOVE SPACES TO DOC-BUSCA-CFP-WS
           STRING "SAIDA NF " NUMERO-SAI-NT " DIA " DIA-APU-WS
               DELIMITED BY SIZE INTO DOC-BUSCA-CFP-WS
           PERFORM CONFERE-CFOP THRU CONFERE-CFOP-EXIT
           IF IPI-SAI-NT = ZEROS
               GO TO ACUMULA-DEBITO-FIM.
           IF ACHOU-CFP AND NOT IPI-DEB-ATU-CFP
               GO TO ACUMULA-DEBITO-FIM.
           MOVE REG-NT (397:3) TO CFO-ACHA-WS
           PERFORM ACHA-CFO
           IF IDX-CFO-WS NOT > QTD-CFO-WS
       ACUMULA-DEBITO-FIM.
           EXIT.
      *
      *    GUARDA NO MAPA DO DIA O CFO DO CABECALHO DE ENTRADA (JA
      *    CONFERIDO NO CADASTRO DE CFO)
       GUARDA-MAPA.
           MOVE CFO-ENT-NT TO CODIGO-BUSCA-CFP-WS
           PERFORM MONTA-DOC-ENTRADA
           PERFORM CONFERE-CFOP THRU CONFERE-CFOP-EXIT
           IF QTD-MAPA-WS NOT < 2000
               ADD 1 TO DESCARTADOS-MAPA-77
               GO TO GUARDA-MAPA-FIM.
           MOVE CFO-ENT-NT    TO CFO-MAPA-WS    (QTD-MAPA-WS).
       GUARDA-MAPA-FIM.
           EXIT.
      *
       MONTA-DOC-ENTRADA.
           MOVE SPACES TO DOC-BUSCA-CFP-WS
           STRING "ENTRADA FORN " FORN-ENT-NT " NF " NUMERO-ENT-NT
               " DIA " DIA-APU-WS
               DELIMITED BY SIZE INTO DOC-BUSCA-CFP-WS.
      *
      *    CREDITO DE IPI DO ITEM DE ENTRADA, NO CFO DA NOTA (VIA
      *    MAPA DO DIA); ITEM SEM CABECALHO NO MAPA SAI NO CFO 000.
      *    COM O CFO DA NOTA NO CADASTRO, SO ENTRA QUANDO O CFO GERA
      *    CREDITO DE IPI
       ACUMULA-CREDITO.
           IF IPI-ITE-NT = ZEROS
               GO TO ACUMULA-CREDITO-FIM.
               AND NUMERO-MAPA-WS (IDX-MAPA-WS) = NUMERO-ITE-NT)
           END-PERFORM
           IF IDX-MAPA-WS NOT > QTD-MAPA-WS
               MOVE CFO-MAPA-WS (IDX-MAPA-WS) TO CFO-ACHA-WS
               MOVE CFO-ACHA-WS TO CODIGO-BUSCA-CFP-WS
               MOVE SPACES TO DOC-BUSCA-CFP-WS
               STRING "ENTRADA FORN " FORN-ITE-NT " NF "
                   NUMERO-ITE-NT " DIA " DIA-APU-WS
                   DELIMITED BY SIZE INTO DOC-BUSCA-CFP-WS
               PERFORM CONFERE-CFOP THRU CONFERE-CFOP-EXIT
               IF ACHOU-CFP AND NOT IPI-CRE-ATU-CFP
                   GO TO ACUMULA-CREDITO-FIM.
           PERFORM ACHA-CFO
           IF IDX-CFO-WS NOT > QTD-CFO-WS
               ADD IPI-ITE-NT TO CREDITO-TAB-WS (IDX-CFO-WS)
               " MES " MES-APU-WS "/" ANO-APU-WS
               DELIMITED BY SIZE INTO REG-REL
           WRITE REG-REL
           PERFORM IMPRIME-EXC-CFOP THRU IMPRIME-EXC-CFOP-EXIT
           PERFORM IMPRIME-CFO
               VARYING IDX-CFO-WS FROM 1 BY 1
               UNTIL IDX-CFO-WS > QTD-CFO-WS
           MOVE "POSICAO LIQUIDA DA FILIAL:" TO REG-REL
           WRITE REG-REL
           MOVE 999 TO CFO-LIN-WS
           MOVE SPACES TO DESCR-LIN-WS
           MOVE TOT-DEBITO-WS TO DEB-LIN-WS
           MOVE TOT-CREDITO-WS TO CRED-LIN-WS
           COMPUTE SALDO-CFO-WS = TOT-DEBITO-WS - TOT-CREDITO-WS
           COMPUTE SALDO-CFO-WS = DEBITO-TAB-WS (IDX-CFO-WS)
               - CREDITO-TAB-WS (IDX-CFO-WS)
           PERFORM EDITA-SALDO
           MOVE CFO-TAB-WS (IDX-CFO-WS) TO CODIGO-BUSCA-CFP-WS
           PERFORM DESCREVE-CFOP THRU DESCREVE-CFOP-EXIT
           MOVE DESCR-ATU-CFP-WS TO DESCR-LIN-WS
           WRITE REG-REL FROM LINHA-CFO-WS.
      *
      *    SALDO DEVEDOR SAI COM "D", CREDOR COM "C" (EM MODULO)
           MOVE LIDOS-77 TO LIDOS-LOG-TX
           MOVE QTD-CFO-WS TO GRAVADOS-LOG-TX
           MOVE 0 TO GRAVADOS2-LOG-TX
           MOVE "CONVIPI.REL" TO NOME-REL-ARR-WS
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
