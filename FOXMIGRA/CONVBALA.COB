      *    ESPERAR O RETORNO DO SISTEMA EXTERNO. REGISTROS COM VALOR
      *    ZERADO SAO AS LINHAS DE HISTORICO COMPLEMENTAR DO DIARIO E
      *    FICAM DE FORA, COMO NO CONVDIR.
      *
      *    DATA DA ALTERACAO: 10/96
      *
      *    COM O PLANO DE CONTAS ("ARQPLANO.DAT" DO CADPLANO)
      *    CADASTRADO, O BALANCETE SAI NA ORDEM DO PLANO COM O NOME
      *    E O TIPO DE CADA CONTA, E CADA CONTA ANALITICA E SOMADA NAS
      *    SUPERIORES ATE O PRIMEIRO NIVEL (SALDO ANTERIOR, DEBITOS E
      *    CREDITOS), DANDO OS TOTAIS DAS SINTETICAS. CONTA LANCADA
      *    QUE NAO ESTA NO PLANO SAI NO FIM, MARCADA. O TOTAL GERAL
      *    CONTINUA SO SOBRE OS LANCAMENTOS. SEM PLANO, O BALANCETE
      *    SAI COMO ANTES.
      *
      *    DATA DA ALTERACAO: 10/96
      *
      *    CADA "CONVBALA.REL" GERADO E GUARDADO NO ARQUIVO DE
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
           LABEL     RECORD       STANDARD
           VALUE     OF FILE-ID   "CONVBALA.REL"
           DATA      RECORD       REG-REL.
       01  REG-REL                           PIC X(160).
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
           COPY EMPREFD.
      *
           COPY PLANOFD.
      *
           COPY OPERFD.
      *
       WORKING-STORAGE SECTION.
      *
               10  SANT-CTA-WS                 PIC S9(11)V99.
               10  DEBITOS-CTA-WS              PIC 9(13)V99.
               10  CREDITOS-CTA-WS             PIC 9(13)V99.
               10  IMPRESSO-CTA-WS             PIC X(01).
      *
      *    TOTALIZACAO DAS SINTETICAS: QTD-ANALIT-WS SAO AS ENTRADAS
      *    QUE VIERAM DOS LANCAMENTOS; AS SINTETICAS ENTRAM DEPOIS
       77  QTD-ANALIT-WS                       PIC 9(04).
       77  IDX-ANA-WS                          PIC 9(04).
       77  NIVEL-WS                            PIC 9(02).
       77  FIM-NIVEL-WS                        PIC X(01).
           88  ACABOU-NIVEL                    VALUE "S".
      *
       77  TOT-DEBITOS-WS  VALUE 0             PIC 9(13)V99.
       77  TOT-CREDITOS-WS VALUE 0             PIC 9(13)V99.
       01  LINHA-BAL-WS.
           05  FILLER  VALUE "CONTA "          PIC X(06).
           05  CONTA-LIN-WS                    PIC 9(11).
           05  FILLER                          PIC X(01).
           05  TIPO-LIN-WS                     PIC X(01).
           05  FILLER                          PIC X(01).
           05  NOME-LIN-WS                     PIC X(40).
           05  FILLER  VALUE " CC "            PIC X(04).
           05  CUSTO-LIN-WS                    PIC 9(03).
           05  FILLER  VALUE " ANT "           PIC X(05).
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
           MOVE "CONVBALA" TO PROGRAMA-ACE-WS
           MOVE MODO-AUTO-WS TO SEM-SENHA-ACE-WS
           PERFORM AUTENTICA-OPERADOR THRU AUTENTICA-OPERADOR-EXIT.

           DISPLAY (10, 10) "DIARIO:"
           IF  NOT MODO-AUTO
           MOVE "N" TO FIM-DIARIO-WS
           PERFORM LE-LANCAMENTO UNTIL ACABOU-DIARIO
           CLOSE ARQ-DIARIO
           PERFORM CARREGA-PLANO THRU CARREGA-PLANO-EXIT
           IF QTD-PLANO-WS NOT = ZEROS
               MOVE QTD-CTA-WS TO QTD-ANALIT-WS
               PERFORM SOMA-SUPERIORES
                   VARYING IDX-ANA-WS FROM 1 BY 1
                   UNTIL IDX-ANA-WS > QTD-ANALIT-WS.
           PERFORM IMPRIME-BALANCETE
           DISPLAY (23, 10) "BALANCETE GRAVADO EM CONVBALA.REL"
           PERFORM REPINTA-TELA
      *        LANCAMENTO DELA DENTRO DA FAIXA
               MOVE D-SANT TO SANT-CTA-WS (IDX-CTA-WS)
               MOVE 0 TO DEBITOS-CTA-WS (IDX-CTA-WS)
               MOVE 0 TO CREDITOS-CTA-WS (IDX-CTA-WS)
               MOVE "N" TO IMPRESSO-CTA-WS (IDX-CTA-WS).
           IF D-DC = "D"
               ADD D-VALOR TO DEBITOS-CTA-WS (IDX-CTA-WS)
               ADD D-VALOR TO TOT-DEBITOS-WS
           STRING "BALANCETE DE " DATA-INI-WS " ATE " DATA-FIM-WS
               DELIMITED BY SIZE INTO REG-REL
           WRITE REG-REL
           PERFORM IMPRIME-PLANO
               VARYING IDX-PLA-WS FROM 1 BY 1
               UNTIL IDX-PLA-WS > QTD-PLANO-WS
           PERFORM IMPRIME-FORA-PLANO
               VARYING IDX-CTA-WS FROM 1 BY 1
               UNTIL IDX-CTA-WS > QTD-CTA-WS
           IF DESCARTADOS-CTA-77 NOT = ZEROS
               WRITE REG-REL
               DISPLAY (23, 10) "DEBITOS E CREDITOS NAO FECHAM".
           CLOSE ARQ-REL.
      *
      *    SOMA A CONTA ANALITICA DE INDICE IDX-ANA-WS EM CADA
      *    SUPERIOR, SUBINDO NO PLANO ATE O PRIMEIRO NIVEL (NO MAXIMO
      *    20 NIVEIS, PARA UM PLANO COM CICLO NAO PRENDER O PROGRAMA)
       SOMA-SUPERIORES.
           MOVE CONTA-CTA-WS (IDX-ANA-WS) TO CONTA-BUSCA-PLA-WS
           MOVE CUSTO-CTA-WS (IDX-ANA-WS) TO CUSTO-CHAVE-WS
           MOVE 0 TO NIVEL-WS
           MOVE "N" TO FIM-NIVEL-WS
           PERFORM SOBE-NIVEL THRU SOBE-NIVEL-EXIT
               UNTIL ACABOU-NIVEL.
      *
       SOBE-NIVEL.
           MOVE "S" TO FIM-NIVEL-WS
           ADD 1 TO NIVEL-WS
           IF NIVEL-WS > 20
               GO TO SOBE-NIVEL-EXIT.
           PERFORM ACHA-PLANO
           IF IDX-ACHADO-PLA-WS = ZEROS
               GO TO SOBE-NIVEL-EXIT.
           IF SUPERIOR-TAB-PLA-WS (IDX-ACHADO-PLA-WS) = ZEROS
               GO TO SOBE-NIVEL-EXIT.
           MOVE SUPERIOR-TAB-PLA-WS (IDX-ACHADO-PLA-WS)
               TO CONTA-BUSCA-PLA-WS
           PERFORM VARYING IDX-CTA-WS FROM 1 BY 1
               UNTIL IDX-CTA-WS > QTD-CTA-WS
               OR (CONTA-CTA-WS (IDX-CTA-WS) = CONTA-BUSCA-PLA-WS
               AND CUSTO-CTA-WS (IDX-CTA-WS) = CUSTO-CHAVE-WS)
           END-PERFORM
           IF IDX-CTA-WS > QTD-CTA-WS AND QTD-CTA-WS NOT < 2000
               ADD 1 TO DESCARTADOS-CTA-77
               GO TO SOBE-NIVEL-EXIT.
           IF IDX-CTA-WS > QTD-CTA-WS
               ADD 1 TO QTD-CTA-WS
               MOVE CONTA-BUSCA-PLA-WS TO CONTA-CTA-WS (IDX-CTA-WS)
               MOVE CUSTO-CHAVE-WS TO CUSTO-CTA-WS (IDX-CTA-WS)
               MOVE 0 TO SANT-CTA-WS (IDX-CTA-WS)
               MOVE 0 TO DEBITOS-CTA-WS (IDX-CTA-WS)
               MOVE 0 TO CREDITOS-CTA-WS (IDX-CTA-WS)
               MOVE "N" TO IMPRESSO-CTA-WS (IDX-CTA-WS).
           ADD SANT-CTA-WS (IDX-ANA-WS) TO SANT-CTA-WS (IDX-CTA-WS)
           ADD DEBITOS-CTA-WS (IDX-ANA-WS)
               TO DEBITOS-CTA-WS (IDX-CTA-WS)
           ADD CREDITOS-CTA-WS (IDX-ANA-WS)
               TO CREDITOS-CTA-WS (IDX-CTA-WS)
           MOVE "N" TO FIM-NIVEL-WS.
       SOBE-NIVEL-EXIT.
           EXIT.
      *
      *    IMPRIME, NA ORDEM DO PLANO, AS ENTRADAS DA CONTA DE INDICE
      *    IDX-PLA-WS (UMA POR CENTRO DE CUSTO QUANDO ABERTO)
       IMPRIME-PLANO.
           PERFORM IMPRIME-CONTA-PLANO
               VARYING IDX-CTA-WS FROM 1 BY 1
               UNTIL IDX-CTA-WS > QTD-CTA-WS.
      *
       IMPRIME-CONTA-PLANO.
           IF CONTA-CTA-WS (IDX-CTA-WS) = CONTA-TAB-PLA-WS (IDX-PLA-WS)
               PERFORM IMPRIME-CONTA.
      *
      *    O QUE NAO SAIU PELO PLANO (OU TUDO, SEM PLANO CADASTRADO)
       IMPRIME-FORA-PLANO.
           IF IMPRESSO-CTA-WS (IDX-CTA-WS) = "N"
               PERFORM IMPRIME-CONTA.
      *
       IMPRIME-CONTA.
           MOVE "S" TO IMPRESSO-CTA-WS (IDX-CTA-WS)
           MOVE CONTA-CTA-WS (IDX-CTA-WS) TO CONTA-LIN-WS
           MOVE SPACES TO TIPO-LIN-WS NOME-LIN-WS
           IF QTD-PLANO-WS NOT = ZEROS
               MOVE CONTA-CTA-WS (IDX-CTA-WS) TO CONTA-BUSCA-PLA-WS
               PERFORM ACHA-PLANO
               IF IDX-ACHADO-PLA-WS = ZEROS
                   MOVE "*** CONTA FORA DO PLANO ***" TO NOME-LIN-WS
               ELSE
                   MOVE TIPO-TAB-PLA-WS (IDX-ACHADO-PLA-WS)
                       TO TIPO-LIN-WS
                   MOVE NOME-TAB-PLA-WS (IDX-ACHADO-PLA-WS)
                       TO NOME-LIN-WS.
           MOVE CUSTO-CTA-WS (IDX-CTA-WS) TO CUSTO-LIN-WS
           MOVE SANT-CTA-WS (IDX-CTA-WS) TO SANT-LIN-WS
           MOVE DEBITOS-CTA-WS (IDX-CTA-WS) TO DEB-LIN-WS
           MOVE LIDOS-77 TO LIDOS-LOG-TX
           MOVE CONTAS-77 TO GRAVADOS-LOG-TX
           MOVE 0 TO GRAVADOS2-LOG-TX
           MOVE "CONVBALA.REL" TO NOME-REL-ARR-WS
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
