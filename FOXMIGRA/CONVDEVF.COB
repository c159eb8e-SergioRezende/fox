      *
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. CONVDEVF.
       AUTHOR. LUIS AUGUSTO.
      *
      *    DATA DA ALTERACAO: 10/96
      *
      *    DEVOLUCAO DAS FOLHAS DE COBRANCA: QUANDO O COBRADOR VOLTA
      *    COM A FOLHA EMITIDA PELO CONVROTA, O OPERADOR INFORMA A
      *    FILIAL E O NUMERO DA FOLHA, CONFERE COBRADOR, DATA,
      *    QUANTIDADE DE TITULOS E SALDO NA TELA E CONFIRMA. A FOLHA
      *    FICA MARCADA COMO DEVOLVIDA NO CONTROLE "CONVFOLH.DAT" COM
      *    A DATA E O OPERADOR, E AS BAIXAS DOS RECEBIMENTOS SEGUEM
      *    NO CONTAS A RECEBER. AO FIM, "CONVDEVF.REL" LISTA AS
      *    FOLHAS DA FILIAL QUE CONTINUAM NA RUA.
      *
      *    DATA DA ALTERACAO: 10/96
      *
      *    CADA "CONVDEVF.REL" GERADO E GUARDADO NO ARQUIVO DE
      *    RELATORIOS (COPY ARQRPR) COM A FILIAL, O PERIODO E A
      *    HORA DA GERACAO, PARA CONSULTA E REIMPRESSAO PELO
      *    CADARQR.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
           SELECT      ARQ-REL    ASSIGN     TO   "CONVDEVF.REL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ESTADO.
      *
           SELECT      ARQ-LOG    ASSIGN     TO   "CONVLOG.LOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ESTADO-LOG.
      *
           COPY ARQRSL.
      *
           COPY TRAVASL.
      *
           COPY FOLHASL.
      *
           COPY FILIALSL.
      *
           COPY OPERSL.
      *
       DATA DIVISION.
       FILE SECTION.
      *
       FD  ARQ-REL
           LABEL     RECORD       STANDARD
           VALUE     OF FILE-ID   "CONVDEVF.REL"
           DATA      RECORD       REG-REL.
       01  REG-REL                           PIC X(100).
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
           COPY FOLHAFD.
      *
           COPY FILIALFD.
      *
           COPY OPERFD.
      *
       WORKING-STORAGE SECTION.
      *
      *    OPERADOR DA EXECUCAO (REGISTRADO NO CONVLOG.LOG E NA
      *    DEVOLUCAO DA FOLHA)
       77  OPERADOR-EXEC-WS VALUE "????????"   PIC X(08).
      *
           COPY OPERWS.
      *
       77  ESTADO                PIC X(02).
       77  ESTADO-LOG            PIC X(02).
       77  DEVOLVIDAS-77   VALUE 0             PIC 9(04).
       77  PENDENTES-77    VALUE 0             PIC 9(04).
       77  I                                   PIC 9(02).
       77  E                                   PIC 9(02).
       77  CONFIRMA-WS                         PIC X(01).
       77  FILIAL-DEV-WS                       PIC X(02).
       77  NUMERO-DEV-WS                       PIC 9(06).
       77  HOJE-WS                             PIC 9(08).
      *
      *    COPIAS EDITADAS PARA A TELA E O RELATORIO
       77  DATA-ED-WS                          PIC 99/99/9999.
       77  COBRANCA-ED-WS                      PIC 99/99/9999.
       77  TOTAL-ED-WS                         PIC Z.ZZZ.ZZZ.ZZZ.ZZ9.
       77  QTD-ED-WS                           PIC Z.ZZ9.
       01  DATA-DMA-WS.
           05  DIA-DMA-WS                      PIC 9(02).
           05  MES-DMA-WS                      PIC 9(02).
           05  ANO-DMA-WS                      PIC 9(04).
       01  FILLER REDEFINES DATA-DMA-WS.
           05  DATA-DMA-NUM-WS                 PIC 9(08).
       01  DATA-AMD-WS                         PIC 9(08).
       01  FILLER REDEFINES DATA-AMD-WS.
           05  ANO-AMD-WS                      PIC 9(04).
           05  MES-AMD-WS                      PIC 9(02).
           05  DIA-AMD-WS                      PIC 9(02).
      *
           COPY TELAWS.
           COPY DURAWS.
           COPY FILIALVL.
           COPY FOLHAVL.
      *
           COPY ARQRVL.
      *
           COPY TRAVAWS.
      *
       PROCEDURE DIVISION.
      *
       INICIO-010.
           DISPLAY (1, 1) ERASE.
           ACCEPT HORA-INI-EXEC-WS FROM TIME.
       015-DATAS.
           DISPLAY (1, 1) ERASE
           DISPLAY (2, 14) "* DEVOLUCAO DE FOLHAS DE COBRANCA *"

           PERFORM CARREGA-FILIAL THRU CARREGA-FILIAL-EXIT

           DISPLAY (3, 05) "Operador................:"
           ACCEPT (, ) OPERADOR-EXEC-WS WITH PROMPT UPDATE
           MOVE "CONVDEVF" TO PROGRAMA-ACE-WS
           PERFORM AUTENTICA-OPERADOR THRU AUTENTICA-OPERADOR-EXIT

           DISPLAY (5, 05) "Informe a Filial .......:"
           ACCEPT (, ) FILIAL-DEV-WS WITH PROMPT UPDATE
           ACCEPT ESCAPE-77 FROM ESCAPE KEY
           IF ESCAPE-77 NOT = ZEROS STOP RUN.
           PERFORM VARYING IDX-FIL-VL-WS FROM 1 BY 1
               UNTIL IDX-FIL-VL-WS > QTD-FILIAL-VL
               OR FILIAL-VL-WS (IDX-FIL-VL-WS) = FILIAL-DEV-WS
           END-PERFORM
           IF IDX-FIL-VL-WS > QTD-FILIAL-VL
               DISPLAY (24, 05) "FILIAL INVALIDA - VERIFIQUE O NUMERO"
               GO TO 015-DATAS.

           PERFORM CARREGA-FOLHA THRU CARREGA-FOLHA-EXIT
           IF FORA-FOL-WS NOT = ZEROS
               DISPLAY (24, 05) "CONTROLE DE FOLHAS CHEIO (2000)"
               GO TO 015-DATAS.
           ACCEPT HOJE-WS FROM DATE YYYYMMDD
           MOVE 0 TO DEVOLVIDAS-77.
      *
      *    UMA FOLHA POR VEZ, ATE O NUMERO ZERO
       020-FOLHA.
           MOVE ZEROS TO NUMERO-DEV-WS
           DISPLAY (7, 05) "Numero da folha (0=Fim).:"
           ACCEPT (7, 31) NUMERO-DEV-WS WITH PROMPT UPDATE
           ACCEPT ESCAPE-77 FROM ESCAPE KEY
           IF ESCAPE-77 NOT = ZEROS OR NUMERO-DEV-WS = ZEROS
               GO TO 030-ENCERRA.
           MOVE FILIAL-DEV-WS TO FILIAL-BUSCA-FOL-WS
           MOVE NUMERO-DEV-WS TO NUMERO-BUSCA-FOL-WS
           PERFORM ACHA-FOLHA
           IF IDX-ACHADO-FOL-WS = ZEROS
               DISPLAY (24, 05) "FOLHA NAO EMITIDA NESTA FILIAL     "
               GO TO 020-FOLHA.
           MOVE IDX-ACHADO-FOL-WS TO IDX-FOL-WS
           IF FOLHA-DEVOLVIDA (IDX-FOL-WS)
               MOVE DEVOL-TAB-FOL-WS (IDX-FOL-WS) TO DATA-AMD-WS
               PERFORM EDITA-DATA
               DISPLAY (24, 05) "FOLHA JA DEVOLVIDA EM"
               DISPLAY (24, 27) DATA-ED-WS
               GO TO 020-FOLHA.

           MOVE DATA-COB-TAB-FOL-WS (IDX-FOL-WS) TO DATA-AMD-WS
           PERFORM EDITA-DATA
           MOVE QTD-TAB-FOL-WS (IDX-FOL-WS) TO QTD-ED-WS
           MOVE TOTAL-TAB-FOL-WS (IDX-FOL-WS) TO TOTAL-ED-WS
           DISPLAY (9, 05) "Cobrador................:"
           DISPLAY (9, 31) COBRADOR-TAB-FOL-WS (IDX-FOL-WS)
           DISPLAY (9, 35) NOME-TAB-FOL-WS (IDX-FOL-WS)
           DISPLAY (10, 05) "Data da cobranca........:"
           DISPLAY (10, 31) DATA-ED-WS
           DISPLAY (11, 05) "Titulos na folha........:"
           DISPLAY (11, 31) QTD-ED-WS
           DISPLAY (12, 05) "Saldo entregue..........:"
           DISPLAY (12, 31) TOTAL-ED-WS

           MOVE "N" TO CONFIRMA-WS
           DISPLAY (14, 05) "Confirma a devolucao (S/N)?"
           ACCEPT (14, 34) CONFIRMA-WS WITH PROMPT UPDATE
           IF ESCAPE-77 NOT = ZEROS OR CONFIRMA-WS NOT = "S"
               DISPLAY (24, 05) "DEVOLUCAO NAO CONFIRMADA           "
               GO TO 020-FOLHA.
           MOVE "D" TO SIT-TAB-FOL-WS (IDX-FOL-WS)
           MOVE HOJE-WS TO DEVOL-TAB-FOL-WS (IDX-FOL-WS)
           MOVE OPERADOR-EXEC-WS TO OPER-DEV-TAB-FOL-WS (IDX-FOL-WS)
           ADD 1 TO DEVOLVIDAS-77
           DISPLAY (24, 05) "FOLHA DEVOLVIDA                    "
           GO TO 020-FOLHA.
      *
      *    REGRAVA O CONTROLE E LISTA AS FOLHAS AINDA NA RUA
       030-ENCERRA.
           IF DEVOLVIDAS-77 NOT = ZEROS
               PERFORM GRAVA-FOLHA.
           MOVE 0 TO PENDENTES-77
           OPEN OUTPUT ARQ-REL
           MOVE SPACES TO REG-REL
           STRING "FOLHAS DE COBRANCA DA FILIAL " FILIAL-DEV-WS
               " EMITIDAS E AINDA NAO DEVOLVIDAS"
               DELIMITED BY SIZE INTO REG-REL
           WRITE REG-REL
           MOVE "FOLHA  COBRANCA   EMISSAO    COBRADOR" TO REG-REL
           WRITE REG-REL
           PERFORM LISTA-PENDENTE THRU LISTA-PENDENTE-EXIT
               VARYING IDX-FOL-WS FROM 1 BY 1
               UNTIL IDX-FOL-WS > QTD-FOL-WS
           MOVE SPACES TO REG-REL
           STRING "TOTAL DE FOLHAS NA RUA: " PENDENTES-77
               DELIMITED BY SIZE INTO REG-REL
           WRITE REG-REL
           CLOSE ARQ-REL
           DISPLAY (20, 05) "FOLHAS NA RUA EM CONVDEVF.REL:"
           DISPLAY (20, 36) PENDENTES-77
           PERFORM GRAVA-LOG
           GO TO 015-DATAS.
      *
      *    FOLHA EMITIDA E NAO DEVOLVIDA DA FILIAL
       LISTA-PENDENTE.
           IF FILIAL-TAB-FOL-WS (IDX-FOL-WS) NOT = FILIAL-DEV-WS
               OR NOT FOLHA-EMITIDA (IDX-FOL-WS)
               GO TO LISTA-PENDENTE-EXIT.
           ADD 1 TO PENDENTES-77
           MOVE DATA-COB-TAB-FOL-WS (IDX-FOL-WS) TO DATA-AMD-WS
           PERFORM EDITA-DATA
           MOVE DATA-ED-WS TO COBRANCA-ED-WS
           MOVE EMISSAO-TAB-FOL-WS (IDX-FOL-WS) TO DATA-AMD-WS
           PERFORM EDITA-DATA
           MOVE QTD-TAB-FOL-WS (IDX-FOL-WS) TO QTD-ED-WS
           MOVE TOTAL-TAB-FOL-WS (IDX-FOL-WS) TO TOTAL-ED-WS
           MOVE SPACES TO REG-REL
           STRING NUMERO-TAB-FOL-WS (IDX-FOL-WS) " " COBRANCA-ED-WS
               " " DATA-ED-WS " "
               COBRADOR-TAB-FOL-WS (IDX-FOL-WS) " "
               NOME-TAB-FOL-WS (IDX-FOL-WS) QTD-ED-WS " TIT "
               TOTAL-ED-WS
               DELIMITED BY SIZE INTO REG-REL
           WRITE REG-REL.
       LISTA-PENDENTE-EXIT.
           EXIT.
      *
      *    DATA-AMD-WS (AAAAMMDD) PARA DATA-ED-WS (DD/MM/AAAA)
       EDITA-DATA.
           MOVE DIA-AMD-WS TO DIA-DMA-WS
           MOVE MES-AMD-WS TO MES-DMA-WS
           MOVE ANO-AMD-WS TO ANO-DMA-WS
           MOVE DATA-DMA-NUM-WS TO DATA-ED-WS.
      *
       GRAVA-LOG.
           MOVE "CONVDEVF" TO PROGRAMA-LOG-TX
           ACCEPT DATA-EXEC-LOG-TX FROM DATE YYYYMMDD
           ACCEPT HORA-EXEC-LOG-TX FROM TIME
           MOVE OPERADOR-EXEC-WS TO OPERADOR-LOG-TX
           ACCEPT HORA-FIM-EXEC-WS FROM TIME
           PERFORM CALCULA-DURACAO
           MOVE HORA-INI6-EXEC-WS TO HORA-INI-LOG-TX
           MOVE DURACAO-EXEC-WS TO DURACAO-LOG-TX
           MOVE SPACES TO FILTRO-LOG-TX
           STRING "FILIAL=" FILIAL-DEV-WS
               " NA RUA=" PENDENTES-77
               DELIMITED BY SIZE
               INTO FILTRO-LOG-TX
           MOVE QTD-FOL-WS TO LIDOS-LOG-TX
           MOVE DEVOLVIDAS-77 TO GRAVADOS-LOG-TX
           MOVE PENDENTES-77 TO GRAVADOS2-LOG-TX
           MOVE "CONVDEVF.REL" TO NOME-REL-ARR-WS
           PERFORM GUARDA-RELATORIO THRU GUARDA-RELATORIO-EXIT
           OPEN EXTEND ARQ-LOG
           IF  ESTADO-LOG NOT = ZEROS
               OPEN OUTPUT ARQ-LOG.
           WRITE REGLOG-TX
           CLOSE ARQ-LOG.
      *
           COPY FILIALPR.
      *
           COPY FOLHAPR.
      *
           COPY DURAPR.
      *
           COPY OPERPR.
      *
           COPY ARQRPR.
      *
           COPY TRAVAPR.
