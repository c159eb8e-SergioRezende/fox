      *
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. CONVPEDI.
       AUTHOR. LUIS AUGUSTO.
      *
      *    DATA DA ALTERACAO: 10/96
      *
      *    CONFERENCIA DO RECEBIMENTO CONTRA O PEDIDO DE COMPRA: VARRE
      *    AS ENTRADAS DO PERIODO (CABECALHOS x:MVddmmff.Eaa E ITENS
      *    x:ITddmmff.Eaa, GERADOS PELO CONVENTR) E CONFRONTA CADA
      *    ITEM DE COMPRA (IND-TIPO 0) COM O ITEM DO PEDIDO INFORMADO
      *    NO PEDIDO-NTENT (CADASTRO "ARQPEDID.DAT" DO CADPEDID). O
      *    RELATORIO "CONVPEDI.REL" APONTA ENTRADA SEM PEDIDO, PEDIDO
      *    NAO CADASTRADO OU DE OUTRO FORNECEDOR, ITEM FORA DO PEDIDO
      *    E PRECO ACIMA DO COMBINADO, E NO FIM, PARA OS PEDIDOS DA
      *    FILIAL, O RECEBIMENTO PARCIAL, O RECEBIDO A MAIOR E O
      *    PEDIDO EM ABERTO COM ENTREGA PREVISTA ANTES DA DATA FINAL.
      *    O RECEBIDO SO CONTA AS ENTRADAS DA FAIXA INFORMADA: PARA
      *    SALDO DE PEDIDO A FAIXA DEVE COMECAR NA DATA DO PEDIDO MAIS
      *    ANTIGO EM ABERTO. A FALTA DE ENTREGA APARECE AQUI, ANTES DE
      *    O CONVREPO MOSTRAR O MESMO ITEM EM FALTA DE NOVO.
      *
      *    DATA DA ALTERACAO: 10/96
      *
      *    CADA "CONVPEDI.REL" GERADO E GUARDADO NO ARQUIVO DE
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
           SELECT      ARQ-NT     ASSIGN     TO   DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ESTADO.
      *
           SELECT      ARQ-IT     ASSIGN     TO   DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ESTADO-IT.
      *
           SELECT      ARQ-REL    ASSIGN     TO   "CONVPEDI.REL"
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
           COPY PEDIDSL.
      *
           COPY OPERSL.
      *
       DATA DIVISION.
       FILE SECTION.
      *
      *    CABECALHOS DE ENTRADA GERADOS PELO CONVENTR
       FD  ARQ-NT
           LABEL     RECORD       STANDARD
           VALUE     OF FILE-ID   ARQNT-WS
           DATA      RECORD       REG-NT.
       01  REG-NT                            PIC X(200).
       01  REG-NT-ENT.
           05  FILLER                        PIC X(02).
           05  TIPO-NT                       PIC 9(01).
           05  FORN-NT                       PIC 9(04).
           05  NUMERO-NT                     PIC 9(06).
           05  PEDIDO-NT                     PIC 9(06).
           05  DTEMISS-NT                    PIC 9(06).
           05  FILLER                        PIC X(05).
           05  IND-TIPO-NT                   PIC 9(01).
           05  FILLER                        PIC X(169).
      *
      *    ITENS DE ENTRADA GERADOS PELO CONVENTR
       FD  ARQ-IT
           LABEL     RECORD       STANDARD
           VALUE     OF FILE-ID   ARQIT-WS
           DATA      RECORD       REG-IT.
       01  REG-IT                            PIC X(200).
       01  REG-IT-ENT.
           05  FILLER                        PIC X(02).
           05  TIPO-IT                       PIC 9(01).
           05  FORN-IT                       PIC 9(04).
           05  NUMERO-IT                     PIC 9(06).
           05  QTD-IT                        PIC 9(05).
           05  CODIGO-IT                     PIC X(08).
           05  VAL-UNIT-IT                   PIC 9(13).
           05  FILLER                        PIC X(161).
      *
       FD  ARQ-REL
           LABEL     RECORD       STANDARD
           VALUE     OF FILE-ID   "CONVPEDI.REL"
           DATA      RECORD       REG-REL.
       01  REG-REL                           PIC X(110).
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
           LABEL RECORD IS STANDARD.
           COPY PARMCONV.
      *
           COPY FILIALFD.
      *
           COPY PEDIDFD.
      *
           COPY OPERFD.
      *
       WORKING-STORAGE SECTION.
      *
       77  ESTADO                PIC X(02).
       77  ESTADO-IT             PIC X(02).
       77  ESTADO-REL            PIC X(02).
       77  ESTADO-LOG            PIC X(02).
       77  ESTADO-PRM            PIC X(02).
       77  LIDOS-77        VALUE 0             PIC 9(07).
       77  GRAVADOS-77     VALUE 0             PIC 9(07).
       77  INTERVALO-TELA-WS  VALUE 100         PIC 9(05).
       77  CONTA-TELA-WS      VALUE 1           PIC 9(05).
       77  I                                   PIC 9(02).
       77  E                                   PIC 9(02).
       77  DD-MM-77        VALUE ZEROS         PIC 99/99.
       77  FIM-NT-WS                           PIC X(01).
           88  ACABOU-NT                       VALUE "S".
       77  FIM-IT-WS                           PIC X(01).
           88  ACABOU-IT                       VALUE "S".
      *
       01  INICIAL-WS                          PIC 9(04).
       01  FILLER REDEFINES INICIAL-WS.
           05  DIA-INI-WS                      PIC 9(02).
           05  MES-INI-WS                      PIC 9(02).
       01  FINAL-WS                            PIC 9(04).
       01  FILLER REDEFINES FINAL-WS.
           05  DIA-FIM-WS                      PIC 9(02).
           05  MES-FIM-WS                      PIC 9(02).
       01  ANO-INI-WS      VALUE ZEROS         PIC 9(04).
       01  FILLER REDEFINES ANO-INI-WS.
           05  FILLER                          PIC 9(02).
           05  ANO2-INI-WS                     PIC 9(02).
       01  ANO-FIM-WS      VALUE ZEROS         PIC 9(04).
       01  MESDIA-INI-WS.
           05  ANO-CORTE-INI-WS                PIC 9(04).
           05  MES-CORTE-INI-WS                PIC 9(02).
           05  DIA-CORTE-INI-WS                PIC 9(02).
       01  MESDIA-FIM-WS.
           05  ANO-CORTE-FIM-WS                PIC 9(04).
           05  MES-CORTE-FIM-WS                PIC 9(02).
           05  DIA-CORTE-FIM-WS                PIC 9(02).
      *
      *    CALENDARIO REAL PARA O AVANCO DIA A DIA
       01  DIAS-MES-VL-WS  PIC X(24) VALUE "312831303130313130313031".
       01  FILLER REDEFINES DIAS-MES-VL-WS.
           05  DIAS-MES-VL OCCURS 12 TIMES     PIC 9(02).
       77  MES-CAL-WS                          PIC 9(02).
       77  ANO-CAL-WS                          PIC 9(04).
       77  ULT-DIA-MES-WS                      PIC 9(02).
       77  QUOC-BISS-WS                        PIC 9(04).
       77  RESTO-BISS-WS                       PIC 9(04).
      *
      *    ENTRADAS DE COMPRA DO DIA COM PEDIDO VALIDO, PARA OS ITENS
      *    ACHAREM O PEDIDO DO SEU CABECALHO
       77  QTD-ENT-WS      VALUE 0             PIC 9(03).
       77  IDX-ENT-WS                          PIC 9(03).
       77  DESCARTADOS-ENT-77 VALUE 0          PIC 9(05).
       01  TAB-ENT-WS.
           05  TAB-ENT-ITEM OCCURS 500 TIMES.
               10  FORN-TAB-ENT-WS             PIC 9(04).
               10  NUMERO-TAB-ENT-WS           PIC 9(06).
               10  PEDIDO-TAB-ENT-WS           PIC 9(06).
      *
           COPY TELAWS.
           COPY PARMAUTO.
      *
           COPY OPERWS.
           COPY DURAWS.
           COPY FILIALVL.
           COPY PEDIDVL.
      *
       01  ARQNT-WS.
           05  U-NT-WS                         PIC X(01).
           05  FILLER VALUE ":MV"              PIC X(03).
           05  DATA-NT-WS                      PIC 9(04).
           05  FILIAL-NT-WS                    PIC 9(02).
           05  FILLER VALUE ".E"               PIC X(02).
           05  ANO-NT-WS                       PIC 9(02).
       01  ARQIT-WS.
           05  U-IT-WS                         PIC X(01).
           05  FILLER VALUE ":IT"              PIC X(03).
           05  DATA-IT-WS                      PIC 9(04).
           05  FILIAL-IT-WS                    PIC 9(02).
           05  FILLER VALUE ".E"               PIC X(02).
           05  ANO-IT-WS                       PIC 9(02).
      *
       01  LINHA-OCOR-WS.
           05  OCOR-LIN-WS                     PIC X(22).
           05  FILLER                          PIC X(01).
           05  DATA-LIN-WS                     PIC 99/99.
           05  FILLER                          PIC X(01).
           05  FORN-LIN-WS                     PIC 9(04).
           05  FILLER                          PIC X(01).
           05  NOTA-LIN-WS                     PIC 9(06).
           05  FILLER                          PIC X(01).
           05  PEDIDO-LIN-WS                   PIC 9(06).
           05  FILLER                          PIC X(01).
           05  CODIGO-LIN-WS                   PIC X(08).
           05  FILLER                          PIC X(01).
           05  QTD-PED-LIN-WS                  PIC ZZZZ9.
           05  FILLER                          PIC X(01).
           05  QTD-REC-LIN-WS                  PIC ZZZZZZ9.
           05  FILLER                          PIC X(01).
           05  PRECO-PED-LIN-WS                PIC ZZ.ZZZ.ZZZ.ZZ9.
           05  FILLER                          PIC X(01).
           05  PRECO-NOTA-LIN-WS               PIC ZZ.ZZZ.ZZZ.ZZ9.
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
           DISPLAY (5, 14) "* CONFERENCIA DE ENTRADAS X PEDIDOS *"

           PERFORM CARREGA-FILIAL THRU CARREGA-FILIAL-EXIT
           PERFORM CARREGA-PEDIDO THRU CARREGA-PEDIDO-EXIT
           MOVE "CONVPEDI" TO PROGRAMA-EXEC-WS
           PERFORM CARREGA-PARM THRU CARREGA-PARM-EXIT
           IF MODO-AUTO AND TELA-PARM-WS NOT = ZEROS
               MOVE TELA-PARM-WS TO INTERVALO-TELA-WS.
           IF MODO-AUTO
               MOVE DRIVE-PARM-WS TO U-NT-WS
               MOVE FILIAL-INI-PARM-WS TO FILIAL-NT-WS.

           DISPLAY (9, 10) "Operador................:"
           IF NOT MODO-AUTO
               ACCEPT (, ) OPERADOR-EXEC-WS WITH PROMPT UPDATE.
           MOVE "CONVPEDI" TO PROGRAMA-ACE-WS
           MOVE MODO-AUTO-WS TO SEM-SENHA-ACE-WS
           PERFORM AUTENTICA-OPERADOR THRU AUTENTICA-OPERADOR-EXIT.

           DISPLAY (10, 10) "Informe o Drive dos arqs:"
           IF NOT MODO-AUTO
               ACCEPT (, ) U-NT-WS WITH PROMPT UPDATE
               ACCEPT ESCAPE-77 FROM ESCAPE KEY
               IF ESCAPE-77 NOT = ZEROS STOP RUN.

           DISPLAY (11, 10) "Informe a Filial .......:"
           IF NOT MODO-AUTO
               ACCEPT (, ) FILIAL-NT-WS WITH PROMPT UPDATE
               IF ESCAPE-77 NOT = ZEROS GO TO INICIO-010.
           PERFORM VARYING IDX-FIL-VL-WS FROM 1 BY 1
               UNTIL IDX-FIL-VL-WS > QTD-FILIAL-VL
               OR FILIAL-VL-WS (IDX-FIL-VL-WS) = FILIAL-NT-WS
           END-PERFORM
           IF IDX-FIL-VL-WS > QTD-FILIAL-VL
               DISPLAY (24, 10) "FILIAL INVALIDA - VERIFIQUE O NUMERO"
               IF MODO-AUTO GO TO TERMINA-ERRO-PARM END-IF
               GO TO INICIO-010.

           DISPLAY (12, 10) "Data Inicial (dd/mm)....:"
           IF NOT MODO-AUTO
               ACCEPT (, ) DD-MM-77 WITH PROMPT UPDATE
               IF ESCAPE-77 NOT = ZEROS GO TO INICIO-010.
           MOVE DD-MM-77 TO INICIAL-WS
           IF MODO-AUTO
               MOVE DIA-INI-PARM-WS TO DIA-INI-WS
               MOVE MES-INI-PARM-WS TO MES-INI-WS.
           IF DIA-INI-WS = ZEROS
               IF MODO-AUTO GO TO TERMINA-ERRO-PARM END-IF
               GO TO INICIO-010.
           MOVE ZEROS TO DD-MM-77
           DISPLAY (13, 10) "Data Final   (dd/mm)....:"
           IF NOT MODO-AUTO
               ACCEPT (, ) DD-MM-77 WITH PROMPT UPDATE
               IF ESCAPE-77 NOT = ZEROS GO TO INICIO-010.
           MOVE DD-MM-77 TO FINAL-WS
           IF MODO-AUTO
               MOVE DIA-FIM-PARM-WS TO DIA-FIM-WS
               MOVE MES-FIM-PARM-WS TO MES-FIM-WS.
           IF DIA-FIM-WS = ZEROS
               IF MODO-AUTO GO TO TERMINA-ERRO-PARM END-IF
               GO TO INICIO-010.
           DISPLAY (13, 40) "Ano (aaaa):"
           IF NOT MODO-AUTO
               ACCEPT (13, 52) ANO-INI-WS WITH PROMPT UPDATE
               IF ESCAPE-77 NOT = ZEROS GO TO INICIO-010.
           IF MODO-AUTO
               MOVE ANO-INI-PARM-WS TO ANO-INI-WS.
           IF ANO-INI-WS = ZEROS
               IF MODO-AUTO GO TO TERMINA-ERRO-PARM END-IF
               GO TO INICIO-010.
           MOVE ANO-INI-WS TO ANO-FIM-WS
           IF MES-FIM-WS < MES-INI-WS
               COMPUTE ANO-FIM-WS = ANO-INI-WS + 1.

           DISPLAY (15, 10) "ITENS:           OCORRENCIAS:"
           MOVE 0 TO LIDOS-77 GRAVADOS-77 DESCARTADOS-ENT-77
           MOVE U-NT-WS TO U-IT-WS
           MOVE FILIAL-NT-WS TO FILIAL-IT-WS
           MOVE ANO-FIM-WS TO ANO-CORTE-FIM-WS
           MOVE MES-FIM-WS TO MES-CORTE-FIM-WS
           MOVE DIA-FIM-WS TO DIA-CORTE-FIM-WS
           OPEN OUTPUT ARQ-REL
           MOVE SPACES TO REG-REL
           STRING "ENTRADAS X PEDIDOS DE COMPRA - FILIAL " FILIAL-NT-WS
               " DE " INICIAL-WS "/" ANO-INI-WS
               " ATE " FINAL-WS "/" ANO-FIM-WS
               DELIMITED BY SIZE INTO REG-REL
           WRITE REG-REL
           MOVE SPACES TO REG-REL
           STRING "OCORRENCIA             DIA   FORN NOTA   PEDIDO "
               "CODIGO   QT.PED  QT.REC     PRECO PEDIDO"
               "     PRECO NOTA"
               DELIMITED BY SIZE INTO REG-REL
           WRITE REG-REL
           SUBTRACT 1 FROM DIA-INI-WS.
      *
      *    PERCORRE A FAIXA DIA A DIA CONFERINDO AS ENTRADAS
       020-DIA.
           ADD 1 TO DIA-INI-WS
           MOVE MES-INI-WS TO MES-CAL-WS
           MOVE ANO-INI-WS TO ANO-CAL-WS
           PERFORM CALCULA-ULT-DIA
           IF DIA-INI-WS > ULT-DIA-MES-WS
               MOVE 1 TO DIA-INI-WS
               ADD 1 TO MES-INI-WS
               IF MES-INI-WS > 12
                   MOVE 1 TO MES-INI-WS
                   ADD 1 TO ANO-INI-WS.
           MOVE ANO-INI-WS TO ANO-CORTE-INI-WS
           MOVE MES-INI-WS TO MES-CORTE-INI-WS
           MOVE DIA-INI-WS TO DIA-CORTE-INI-WS
           IF MESDIA-INI-WS > MESDIA-FIM-WS
               PERFORM ENCERRA-CONFERENCIA
               IF MODO-AUTO GOBACK END-IF
               GO TO 015-DATAS.
           MOVE INICIAL-WS TO DATA-NT-WS DATA-IT-WS
           MOVE ANO2-INI-WS TO ANO-NT-WS ANO-IT-WS
           MOVE 0 TO QTD-ENT-WS
           MOVE "N" TO FIM-NT-WS
           OPEN INPUT ARQ-NT
           IF ESTADO NOT = ZEROS
               GO TO 020-DIA.
           PERFORM LE-ENTRADA THRU LE-ENTRADA-EXIT UNTIL ACABOU-NT
           CLOSE ARQ-NT
           IF QTD-ENT-WS = ZEROS
               GO TO 020-DIA.
           MOVE "N" TO FIM-IT-WS
           OPEN INPUT ARQ-IT
           IF ESTADO-IT NOT = ZEROS
               GO TO 020-DIA.
           PERFORM LE-ITEM THRU LE-ITEM-EXIT UNTIL ACABOU-IT
           CLOSE ARQ-IT
           GO TO 020-DIA.
      *
      *    CABECALHO DE ENTRADA: SO AS COMPRAS (NOTA FISCAL, IND-TIPO
      *    0) PASSAM PELO PEDIDO; TRANSFERENCIA, RECLAMACAO E OUTRAS
      *    ENTRADAS NAO TEM PEDIDO DE COMPRA
       LE-ENTRADA.
           READ ARQ-NT AT END MOVE "S" TO FIM-NT-WS END-READ
           IF ACABOU-NT GO TO LE-ENTRADA-EXIT.
           IF REG-NT (1:1) = "0" AND REG-NT (2:4) = "CONV"
               GO TO LE-ENTRADA-EXIT.
           IF REG-NT (1:1) = "9" AND REG-NT (22:179) = SPACES
               GO TO LE-ENTRADA-EXIT.
           IF TIPO-NT NOT = 1 OR IND-TIPO-NT NOT = ZEROS
               GO TO LE-ENTRADA-EXIT.
           MOVE SPACES TO LINHA-OCOR-WS
           MOVE INICIAL-WS TO DATA-LIN-WS
           MOVE FORN-NT TO FORN-LIN-WS
           MOVE NUMERO-NT TO NOTA-LIN-WS
           MOVE PEDIDO-NT TO PEDIDO-LIN-WS
           IF PEDIDO-NT = ZEROS
               MOVE "ENTRADA SEM PEDIDO" TO OCOR-LIN-WS
               PERFORM GRAVA-OCORRENCIA
               GO TO LE-ENTRADA-EXIT.
           MOVE PEDIDO-NT TO NUMERO-BUSCA-PED-WS
           PERFORM ACHA-NUM-PEDIDO
           IF IDX-ACHADO-PED-WS = ZEROS
               MOVE "PEDIDO NAO CADASTRADO" TO OCOR-LIN-WS
               PERFORM GRAVA-OCORRENCIA
               GO TO LE-ENTRADA-EXIT.
           IF FORN-TAB-PED-WS (IDX-ACHADO-PED-WS) NOT = FORN-NT
               MOVE "PEDIDO DE OUTRO FORN." TO OCOR-LIN-WS
               PERFORM GRAVA-OCORRENCIA
               GO TO LE-ENTRADA-EXIT.
           IF QTD-ENT-WS NOT < 500
               ADD 1 TO DESCARTADOS-ENT-77
               GO TO LE-ENTRADA-EXIT.
           ADD 1 TO QTD-ENT-WS
           MOVE FORN-NT   TO FORN-TAB-ENT-WS (QTD-ENT-WS)
           MOVE NUMERO-NT TO NUMERO-TAB-ENT-WS (QTD-ENT-WS)
           MOVE PEDIDO-NT TO PEDIDO-TAB-ENT-WS (QTD-ENT-WS).
       LE-ENTRADA-EXIT.
           EXIT.
      *
      *    ITEM DE ENTRADA: ACHA O PEDIDO PELO CABECALHO E CONFRONTA
      *    O ITEM COM A LINHA DO PEDIDO
       LE-ITEM.
           READ ARQ-IT AT END MOVE "S" TO FIM-IT-WS END-READ
           IF ACABOU-IT GO TO LE-ITEM-EXIT.
           IF REG-IT (1:1) = "0" AND REG-IT (2:4) = "CONV"
               GO TO LE-ITEM-EXIT.
           IF REG-IT (1:1) = "9" AND REG-IT (22:179) = SPACES
               GO TO LE-ITEM-EXIT.
           ADD 1 TO LIDOS-77
           PERFORM MOSTRA-PROGRESSO
           PERFORM VARYING IDX-ENT-WS FROM 1 BY 1
               UNTIL IDX-ENT-WS > QTD-ENT-WS
               OR (FORN-TAB-ENT-WS (IDX-ENT-WS) = FORN-IT
               AND NUMERO-TAB-ENT-WS (IDX-ENT-WS) = NUMERO-IT)
           END-PERFORM
           IF IDX-ENT-WS > QTD-ENT-WS
               GO TO LE-ITEM-EXIT.
           MOVE SPACES TO LINHA-OCOR-WS
           MOVE INICIAL-WS TO DATA-LIN-WS
           MOVE FORN-IT TO FORN-LIN-WS
           MOVE NUMERO-IT TO NOTA-LIN-WS
           MOVE PEDIDO-TAB-ENT-WS (IDX-ENT-WS) TO PEDIDO-LIN-WS
           MOVE CODIGO-IT TO CODIGO-LIN-WS
           MOVE QTD-IT TO QTD-REC-LIN-WS
           MOVE VAL-UNIT-IT TO PRECO-NOTA-LIN-WS
           MOVE PEDIDO-TAB-ENT-WS (IDX-ENT-WS) TO NUMERO-BUSCA-PED-WS
           MOVE CODIGO-IT TO CODIGO-BUSCA-PED-WS
           PERFORM ACHA-PEDIDO
           IF IDX-ACHADO-PED-WS = ZEROS
               MOVE "ITEM FORA DO PEDIDO" TO OCOR-LIN-WS
               PERFORM GRAVA-OCORRENCIA
               GO TO LE-ITEM-EXIT.
           ADD QTD-IT TO RECEB-TAB-PED-WS (IDX-ACHADO-PED-WS)
           IF VAL-UNIT-IT > PRECO-TAB-PED-WS (IDX-ACHADO-PED-WS)
               MOVE "PRECO ACIMA DO PEDIDO" TO OCOR-LIN-WS
               MOVE QTD-TAB-PED-WS (IDX-ACHADO-PED-WS)
                   TO QTD-PED-LIN-WS
               MOVE PRECO-TAB-PED-WS (IDX-ACHADO-PED-WS)
                   TO PRECO-PED-LIN-WS
               PERFORM GRAVA-OCORRENCIA.
       LE-ITEM-EXIT.
           EXIT.
      *
       GRAVA-OCORRENCIA.
           WRITE REG-REL FROM LINHA-OCOR-WS
           ADD 1 TO GRAVADOS-77
           DISPLAY (15, 40) GRAVADOS-77.
      *
      *    FIM DA FAIXA: SITUACAO DE CADA LINHA DE PEDIDO DA FILIAL
       ENCERRA-CONFERENCIA.
           MOVE SPACES TO REG-REL
           WRITE REG-REL
           MOVE SPACES TO REG-REL
           STRING "SITUACAO DOS PEDIDOS DA FILIAL (DIA = ENTREGA "
               "PREVISTA)"
               DELIMITED BY SIZE INTO REG-REL
           WRITE REG-REL
           PERFORM SITUACAO-PEDIDO THRU SITUACAO-PEDIDO-EXIT
               VARYING IDX-PED-WS FROM 1 BY 1
               UNTIL IDX-PED-WS > QTD-PEDIDO-WS
           IF DESCARTADOS-ENT-77 NOT = ZEROS
               MOVE SPACES TO REG-REL
               STRING "ESTOURO TABELA ENTRADAS DO DIA: "
                   DESCARTADOS-ENT-77 " FORA"
                   DELIMITED BY SIZE INTO REG-REL
               WRITE REG-REL
               DISPLAY (23, 10) "ESTOURO DE TABELA - VEJA RELATORIO".
           CLOSE ARQ-REL
           PERFORM REPINTA-TELA
           DISPLAY (22, 10) "CONFERENCIA GRAVADA EM CONVPEDI.REL"
           PERFORM GRAVA-LOG.
      *
      *    PARCIAL E A MAIOR SO PARA O QUE CHEGOU NA FAIXA; EM ATRASO
      *    O ITEM ABERTO COM SALDO E PREVISAO ANTES DA DATA FINAL
       SITUACAO-PEDIDO.
           IF FILIAL-TAB-PED-WS (IDX-PED-WS) NOT = FILIAL-NT-WS
               GO TO SITUACAO-PEDIDO-EXIT.
           MOVE SPACES TO LINHA-OCOR-WS
           COMPUTE DATA-LIN-WS =
               DIA-PREV-TAB-PED-WS (IDX-PED-WS) * 100
               + MES-PREV-TAB-PED-WS (IDX-PED-WS)
           MOVE FORN-TAB-PED-WS (IDX-PED-WS) TO FORN-LIN-WS
           MOVE ZEROS TO NOTA-LIN-WS
           MOVE NUMERO-TAB-PED-WS (IDX-PED-WS) TO PEDIDO-LIN-WS
           MOVE CODIGO-TAB-PED-WS (IDX-PED-WS) TO CODIGO-LIN-WS
           MOVE QTD-TAB-PED-WS (IDX-PED-WS) TO QTD-PED-LIN-WS
           MOVE RECEB-TAB-PED-WS (IDX-PED-WS) TO QTD-REC-LIN-WS
           MOVE PRECO-TAB-PED-WS (IDX-PED-WS) TO PRECO-PED-LIN-WS
           IF RECEB-TAB-PED-WS (IDX-PED-WS) > ZEROS
           AND RECEB-TAB-PED-WS (IDX-PED-WS)
               < QTD-TAB-PED-WS (IDX-PED-WS)
               MOVE "RECEBIMENTO PARCIAL" TO OCOR-LIN-WS
               PERFORM GRAVA-OCORRENCIA.
           IF RECEB-TAB-PED-WS (IDX-PED-WS)
               > QTD-TAB-PED-WS (IDX-PED-WS)
               MOVE "RECEBIDO A MAIOR" TO OCOR-LIN-WS
               PERFORM GRAVA-OCORRENCIA.
           IF SITUACAO-TAB-PED-WS (IDX-PED-WS) = "A"
           AND RECEB-TAB-PED-WS (IDX-PED-WS)
               < QTD-TAB-PED-WS (IDX-PED-WS)
           AND PREVISTO-TAB-PED-WS (IDX-PED-WS) < MESDIA-FIM-WS
               MOVE "PEDIDO EM ATRASO" TO OCOR-LIN-WS
               PERFORM GRAVA-OCORRENCIA.
       SITUACAO-PEDIDO-EXIT.
           EXIT.
      *
      *    PINTA OS CONTADORES SO A CADA INTERVALO-TELA-WS REGISTROS
       MOSTRA-PROGRESSO.
           SUBTRACT 1 FROM CONTA-TELA-WS
           IF CONTA-TELA-WS = ZEROS
               MOVE INTERVALO-TELA-WS TO CONTA-TELA-WS
               PERFORM REPINTA-TELA.
      *
       REPINTA-TELA.
           DISPLAY (15, 17) LIDOS-77
           DISPLAY (15, 40) GRAVADOS-77.
      *
       GRAVA-LOG.
           MOVE "CONVPEDI" TO PROGRAMA-LOG-TX
           ACCEPT DATA-EXEC-LOG-TX FROM DATE YYYYMMDD
           ACCEPT HORA-EXEC-LOG-TX FROM TIME
           MOVE OPERADOR-EXEC-WS TO OPERADOR-LOG-TX
           ACCEPT HORA-FIM-EXEC-WS FROM TIME
           PERFORM CALCULA-DURACAO
           MOVE HORA-INI6-EXEC-WS TO HORA-INI-LOG-TX
           MOVE DURACAO-EXEC-WS TO DURACAO-LOG-TX
           MOVE SPACES TO FILTRO-LOG-TX
           STRING "FILIAL=" FILIAL-NT-WS
               " DE=" INICIAL-WS " ATE=" FINAL-WS
               DELIMITED BY SIZE
               INTO FILTRO-LOG-TX
           MOVE LIDOS-77 TO LIDOS-LOG-TX
           MOVE GRAVADOS-77 TO GRAVADOS-LOG-TX
           MOVE 0 TO GRAVADOS2-LOG-TX
           MOVE "CONVPEDI.REL" TO NOME-REL-ARR-WS
           PERFORM GUARDA-RELATORIO THRU GUARDA-RELATORIO-EXIT
           OPEN EXTEND ARQ-LOG
           IF  ESTADO-LOG NOT = ZEROS
               OPEN OUTPUT ARQ-LOG.
           WRITE REGLOG-TX
           CLOSE ARQ-LOG.
      *
      *    PROCURA EM "CONVPARM.DAT" A LINHA DE PARAMETROS DESTE
      *    PROGRAMA; SE ACHAR, LIGA O MODO NAO ASSISTIDO
       CARREGA-PARM.
           MOVE "N" TO MODO-AUTO-WS
           MOVE "N" TO FIM-PRM-WS
           OPEN INPUT ARQ-PRM
           IF ESTADO-PRM NOT = ZEROS
               GO TO CARREGA-PARM-EXIT.
           PERFORM LE-PRM THRU LE-PRM-EXIT
               UNTIL ACABOU-PRM OR MODO-AUTO
           CLOSE ARQ-PRM.
       CARREGA-PARM-EXIT.
           EXIT.
      *
       LE-PRM.
           READ ARQ-PRM AT END MOVE "S" TO FIM-PRM-WS END-READ
           IF ACABOU-PRM GO TO LE-PRM-EXIT.
           IF PROGRAMA-PARM-TX = PROGRAMA-EXEC-WS
               MOVE "S" TO MODO-AUTO-WS
               MOVE DRIVE-PARM-TX      TO DRIVE-PARM-WS
               MOVE FILIAL-INI-PARM-TX TO FILIAL-INI-PARM-WS
               MOVE FILIAL-FIM-PARM-TX TO FILIAL-FIM-PARM-WS
               MOVE DIA-INI-PARM-TX    TO DIA-INI-PARM-WS
               MOVE MES-INI-PARM-TX    TO MES-INI-PARM-WS
               MOVE ANO-INI-PARM-TX    TO ANO-INI-PARM-WS
               MOVE DIA-FIM-PARM-TX    TO DIA-FIM-PARM-WS
               MOVE MES-FIM-PARM-TX    TO MES-FIM-PARM-WS
               MOVE ANO-FIM-PARM-TX    TO ANO-FIM-PARM-WS
               MOVE FILTRO-PARM-TX     TO FILTRO-PARM-WS
               MOVE TELA-PARM-TX       TO TELA-PARM-WS
               MOVE OPERADOR-PARM-TX   TO OPERADOR-PARM-WS
               MOVE OPERADOR-PARM-TX   TO OPERADOR-EXEC-WS.
       LE-PRM-EXIT.
           EXIT.
      *
      *    EM MODO NAO ASSISTIDO NAO HA OPERADOR PARA CORRIGIR UM
      *    PARAMETRO INVALIDO: DEVOLVE O CONTROLE COM CODIGO 8
       TERMINA-ERRO-PARM.
           MOVE 8 TO RETURN-CODE
           GOBACK.
      *
      *    DEVOLVE EM ULT-DIA-MES-WS O ULTIMO DIA DO MES/ANO
      *    RECEBIDOS EM MES-CAL-WS/ANO-CAL-WS
       CALCULA-ULT-DIA.
           MOVE DIAS-MES-VL (MES-CAL-WS) TO ULT-DIA-MES-WS
           IF MES-CAL-WS = 2
               DIVIDE ANO-CAL-WS BY 4 GIVING QUOC-BISS-WS
                   REMAINDER RESTO-BISS-WS
               IF RESTO-BISS-WS = ZEROS
                   DIVIDE ANO-CAL-WS BY 100 GIVING QUOC-BISS-WS
                       REMAINDER RESTO-BISS-WS
                   IF RESTO-BISS-WS NOT = ZEROS
                       MOVE 29 TO ULT-DIA-MES-WS
                   ELSE
                       DIVIDE ANO-CAL-WS BY 400 GIVING QUOC-BISS-WS
                           REMAINDER RESTO-BISS-WS
                       IF RESTO-BISS-WS = ZEROS
                           MOVE 29 TO ULT-DIA-MES-WS.
      *
           COPY FILIALPR.
      *
           COPY PEDIDPR.
      *
           COPY DURAPR.
      *
           COPY OPERPR.
      *
           COPY ARQRPR.
      *
           COPY TRAVAPR.
