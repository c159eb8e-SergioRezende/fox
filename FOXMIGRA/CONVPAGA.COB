      *    DATA FINAL DO PERIODO - A VENCER, VENCIDO A 30, A 60 E
      *    ALEM - O ESPELHO DO QUE O CONTAS A RECEBER JA TEM. O
      *    FICHARIO DO CONTAS A PAGAR SE APOSENTA.
      *
      *    DATA DA ALTERACAO: 10/96
      *
      *    PARCELA QUE VENCERIA EM DOMINGO, FERIADO OU SABADO SEM
      *    EXPEDIENTE NO CALENDARIO DA FILIAL ("ARQCALEN.DAT",
      *    CADCALEN) ENTRA NA AGENDA NO PROXIMO DIA UTIL, QUE E
      *    QUANDO O BANCO DEBITA, E O AGING CONTA OS DIAS A PARTIR
      *    DESSE VENCIMENTO. O INTERVALO ENTRE AS PARCELAS CONTINUA
      *    CONTADO DO VENCIMENTO NOMINAL.
      *
      *    DATA DA ALTERACAO: 10/96
      *
      *    ENTRADA APONTADA PELO CONVNTDU COMO NOTA DE FORNECEDOR
      *    DIGITADA EM DUPLICIDADE E AINDA PENDENTE NO "ARQNTDU.DAT"
      *    FICA FORA DA AGENDA ATE SER LIBERADA NO CADNTDU. AS
      *    RETIDAS SAEM LISTADAS NO FIM DO "CONVPAGA.REL".
      *
      *    DATA DA ALTERACAO: 10/96
      *
      *    CADA "CONVPAGA.REL" GERADO E GUARDADO NO ARQUIVO DE
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
           COPY PRAZOSL.
      *
           COPY CALENSL.
      *
           COPY NTDUSL.
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
           COPY FILIALFD.
      *
           COPY PRAZOFD.
      *
           COPY CALENFD.
      *
           COPY NTDUFD.
      *
           COPY OPERFD.
      *
       WORKING-STORAGE SECTION.
      *
       77  TOT-ATE30-WS    VALUE 0             PIC 9(13).
       77  TOT-ATE60-WS    VALUE 0             PIC 9(13).
       77  TOT-ALEM60-WS   VALUE 0             PIC 9(13).
      *
      *    ENTRADAS RETIDAS POR SUSPEITA DE DUPLICIDADE (CONVNTDU)
       77  RETIDAS-77      VALUE 0             PIC 9(05).
       77  VALOR-RETIDO-WS VALUE 0             PIC 9(13).
       77  QTD-RET-WS      VALUE 0             PIC 9(03).
       77  IDX-RET-WS                          PIC 9(03).
       01  TAB-RET-WS.
           05  TAB-RET-ITEM OCCURS 200 TIMES.
               10  FORN-RET-WS                 PIC 9(04).
               10  NUMERO-RET-WS               PIC 9(06).
               10  MOVTO-RET-WS                PIC 9(08).
               10  TOTAL-RET-WS                PIC 9(13).
               10  TIPO-RET-WS                 PIC X(01).
       01  MOVTO-RET-ED-WS.
           05  ANO-MOV-RET-ED-WS               PIC 9(04).
           05  MES-MOV-RET-ED-WS               PIC 9(02).
           05  DIA-MOV-RET-ED-WS               PIC 9(02).
       01  MOVTO-RET-N-WS REDEFINES MOVTO-RET-ED-WS PIC 9(08).
       01  LINHA-RET-WS.
           05  FILLER  VALUE "FORN "           PIC X(05).
           05  FORN-RET-LIN-WS                 PIC 9(04).
           05  FILLER  VALUE " NF "            PIC X(04).
           05  NUMERO-RET-LIN-WS               PIC 9(06).
           05  FILLER  VALUE " MOVTO "         PIC X(07).
           05  DIA-RET-LIN-WS                  PIC 9(02).
           05  FILLER  VALUE "/"               PIC X(01).
           05  MES-RET-LIN-WS                  PIC 9(02).
           05  FILLER  VALUE "/"               PIC X(01).
           05  ANO-RET-LIN-WS                  PIC 9(04).
           05  FILLER  VALUE " VALOR "         PIC X(07).
           05  VALOR-RET-LIN-WS                PIC ZZ.ZZZ.ZZZ.ZZ9.
           05  FILLER  VALUE " SUSPEITA "      PIC X(10).
           05  TIPO-RET-LIN-WS                 PIC X(05).
      *
           COPY TELAWS.
           COPY PARMAUTO.
      *
           COPY OPERWS.
           COPY DURAWS.
           COPY CABCONV.
           COPY PRAZOVL.
           COPY CALENVL.
           COPY NTDUVL.
           COPY FILIALVL.
      *
       01  ARQNT-WS.
           05  ATE60-LIN-WS                    PIC ZZ.ZZZ.ZZZ.ZZ9.
           05  FILLER  VALUE " ALEM "          PIC X(06).
           05  ALEM60-LIN-WS                   PIC ZZ.ZZZ.ZZZ.ZZ9.
      *
           COPY ARQRVL.
      *
           COPY TRAVAWS.
      *
       PROCEDURE DIVISION.
      *

           PERFORM CARREGA-FILIAL
           PERFORM CARREGA-PRAZO
           PERFORM CARREGA-CALENDARIO THRU CARREGA-CALENDARIO-EXIT
           PERFORM CARREGA-NTDU THRU CARREGA-NTDU-EXIT
           MOVE "CONVPAGA" TO PROGRAMA-EXEC-WS
           PERFORM CARREGA-PARM
           IF MODO-AUTO AND TELA-PARM-WS NOT = ZEROS
           DISPLAY (9, 10) "Operador................:"
           IF NOT MODO-AUTO
               ACCEPT (, ) OPERADOR-EXEC-WS WITH PROMPT UPDATE.
           MOVE "CONVPAGA" TO PROGRAMA-ACE-WS
           MOVE MODO-AUTO-WS TO SEM-SENHA-ACE-WS
           PERFORM AUTENTICA-OPERADOR THRU AUTENTICA-OPERADOR-EXIT.

           DISPLAY (10, 10) "Informe o Drive dos arqs:"
           IF NOT MODO-AUTO
           MOVE 0 TO QTD-FORN-WS DESCARTADOS-FORN-77
           MOVE 0 TO TOT-AVENCER-WS TOT-ATE30-WS
           MOVE 0 TO TOT-ATE60-WS TOT-ALEM60-WS
           MOVE 0 TO RETIDAS-77 VALOR-RETIDO-WS QTD-RET-WS
           MOVE "N" TO FALHOU-GRV-WS
           MOVE U-NT-WS TO U-CP-WS
           MOVE FILIAL-NT-WS TO FILIAL-CP-WS
           OPEN INPUT ARQ-NT
           IF ESTADO NOT = ZEROS
               GO TO 020-DIA.
           PERFORM LE-ENTRADA THRU LE-ENTRADA-EXIT UNTIL ACABOU-NT
           CLOSE ARQ-NT
           GO TO 020-DIA.
      *
               GO TO LE-ENTRADA-EXIT.
           ADD 1 TO LIDOS-77
           PERFORM MOSTRA-PROGRESSO
           MOVE FILIAL-NT-WS TO FILIAL-BUSCA-NDU-WS
           MOVE FORN-NT TO FORN-BUSCA-NDU-WS
           MOVE NUMERO-NT TO NUMERO-BUSCA-NDU-WS
           MOVE MESDIA-INI-WS TO MOVTO-BUSCA-NDU-WS
           PERFORM ACHA-NTDU
           IF IDX-ACHADO-NDU-WS NOT = ZEROS
               IF NDU-PENDENTE (IDX-ACHADO-NDU-WS)
                   PERFORM RETEM-ENTRADA
                   GO TO LE-ENTRADA-EXIT.
           PERFORM EXPLODE-ENTRADA.
       LE-ENTRADA-EXIT.
           EXIT.
      *
      *    ENTRADA SUSPEITA DE DUPLICIDADE AINDA NAO LIBERADA: FICA
      *    FORA DA AGENDA E ENTRA NA RELACAO DAS RETIDAS
       RETEM-ENTRADA.
           ADD 1 TO RETIDAS-77
           ADD TOTAL-NT TO VALOR-RETIDO-WS
           IF QTD-RET-WS < 200
               ADD 1 TO QTD-RET-WS
               MOVE FORN-NT TO FORN-RET-WS (QTD-RET-WS)
               MOVE NUMERO-NT TO NUMERO-RET-WS (QTD-RET-WS)
               MOVE MESDIA-INI-WS TO MOVTO-RET-WS (QTD-RET-WS)
               MOVE TOTAL-NT TO TOTAL-RET-WS (QTD-RET-WS)
               MOVE TIPO-TAB-NDU-WS (IDX-ACHADO-NDU-WS)
                   TO TIPO-RET-WS (QTD-RET-WS).
      *
      *    EXPLODE A ENTRADA NAS PARCELAS DO PRAZO DO FORNECEDOR:
      *    VALOR DIVIDIDO PELA QUANTIDADE, SOBRA NA ULTIMA, PRIMEIRO
      *    VENCIMENTO NA EMISSAO MAIS O INTERVALO. O ANO DA EMISSAO
               VARYING PARC-WS FROM 1 BY 1
               UNTIL PARC-WS > QTD-PARC-WS.
      *
      *    O VENCIMENTO DA AGENDA VAI PARA O PROXIMO DIA UTIL DA
      *    FILIAL; O NOMINAL (VENC-CAL-WS) SEGUE PARA A PROXIMA
      *    PARCELA
       GRAVA-UMA-PARCELA.
           MOVE REG-NT (1:2) TO FILIAL-CP-TX
           MOVE FORN-NT TO FORN-CP-TX
           MOVE NUMERO-NT TO NUMERO-CP-TX
           MOVE PARC-WS TO PARCELA-CP-TX
           MOVE FILIAL-NT-WS TO FILIAL-CLD-WS
           MOVE ANO-VENC-CAL-WS TO ANO-CLD-WS
           MOVE MES-VENC-CAL-WS TO MES-CLD-WS
           MOVE DIA-VENC-CAL-WS TO DIA-CLD-WS
           PERFORM PROXIMO-DIA-UTIL THRU PROXIMO-DIA-UTIL-EXIT
           MOVE ANO-CLD-WS TO ANO-VENC-CP-TX
           MOVE MES-CLD-WS TO MES-VENC-CP-TX
           MOVE DIA-CLD-WS TO DIA-VENC-CP-TX
           IF PARC-WS = QTD-PARC-WS
               MOVE VALOR-ULT-PARC-WS TO VALOR-CP-TX
           ELSE
           PERFORM AVANCA-VENC-PARCELA INTERV-PARC-WS TIMES.
      *
      *    ACUMULA A PARCELA NO AGING DO FORNECEDOR, CONTRA A DATA
      *    FINAL DO PERIODO (DIAS COMERCIAIS 30/360 A PARTIR DO
      *    VENCIMENTO JA NO DIA UTIL)
       ACUMULA-AGING.
           COMPUTE DIAS-WS =
               ((ANO-FIM-WS - ANO-VENC-CP-TX) * 360)
               + ((MES-FIM-WS - MES-VENC-CP-TX) * 30)
               + (DIA-FIM-WS - DIA-VENC-CP-TX)
           PERFORM VARYING IDX-FORN-WS FROM 1 BY 1
               UNTIL IDX-FORN-WS > QTD-FORN-WS
               OR FORN-TAB-WS (IDX-FORN-WS) = FORN-NT
                   DELIMITED BY SIZE INTO REG-REL
               WRITE REG-REL
               DISPLAY (23, 10) "ESTOURO DE TABELA - VEJA RELATORIO".
           IF RETIDAS-77 NOT = ZEROS
               PERFORM LISTA-RETIDAS.
           CLOSE ARQ-REL
           PERFORM REPINTA-TELA
           DISPLAY (23, 10) "AGENDA GRAVADA (x:CPff.TXT) E AGING"
           MOVE ATE60-TAB-WS (IDX-FORN-WS) TO ATE60-LIN-WS
           MOVE ALEM60-TAB-WS (IDX-FORN-WS) TO ALEM60-LIN-WS
           WRITE REG-REL FROM LINHA-FORN-WS.
      *
      *    RELACAO DAS ENTRADAS RETIDAS POR SUSPEITA DE DUPLICIDADE
       LISTA-RETIDAS.
           MOVE SPACES TO REG-REL
           WRITE REG-REL
           MOVE SPACES TO REG-REL
           STRING "ENTRADAS RETIDAS POR SUSPEITA DE DUPLICIDADE "
               "(FORA DA AGENDA ATE A LIBERACAO NO CADNTDU)"
               DELIMITED BY SIZE INTO REG-REL
           WRITE REG-REL
           PERFORM GRAVA-LINHA-RET
               VARYING IDX-RET-WS FROM 1 BY 1
               UNTIL IDX-RET-WS > QTD-RET-WS
           MOVE SPACES TO REG-REL
           STRING "TOTAL RETIDO: " RETIDAS-77 " ENTRADAS - VALOR "
               VALOR-RETIDO-WS
               DELIMITED BY SIZE INTO REG-REL
           WRITE REG-REL
           IF RETIDAS-77 > QTD-RET-WS
               MOVE SPACES TO REG-REL
               STRING "ESTOURO TABELA RETIDAS: SO AS PRIMEIRAS "
                   QTD-RET-WS " LISTADAS"
                   DELIMITED BY SIZE INTO REG-REL
               WRITE REG-REL.
      *
       GRAVA-LINHA-RET.
           MOVE FORN-RET-WS (IDX-RET-WS) TO FORN-RET-LIN-WS
           MOVE NUMERO-RET-WS (IDX-RET-WS) TO NUMERO-RET-LIN-WS
           MOVE MOVTO-RET-WS (IDX-RET-WS) TO MOVTO-RET-N-WS
           MOVE DIA-MOV-RET-ED-WS TO DIA-RET-LIN-WS
           MOVE MES-MOV-RET-ED-WS TO MES-RET-LIN-WS
           MOVE ANO-MOV-RET-ED-WS TO ANO-RET-LIN-WS
           MOVE TOTAL-RET-WS (IDX-RET-WS) TO VALOR-RET-LIN-WS
           IF TIPO-RET-WS (IDX-RET-WS) = "E"
               MOVE "EXATA" TO TIPO-RET-LIN-WS
           ELSE
               MOVE "QUASE" TO TIPO-RET-LIN-WS.
           WRITE REG-REL FROM LINHA-RET-WS.
      *
       MONTA-CAB.
           MOVE "CONVPAGA" TO PROGRAMA-CAB-WS
           MOVE SPACES TO FILTRO-LOG-TX
           STRING "FILIAL=" FILIAL-NT-WS
               " DE=" INICIAL-WS " ATE=" FINAL-WS
               " RETIDAS=" RETIDAS-77
               DELIMITED BY SIZE
               INTO FILTRO-LOG-TX
           MOVE LIDOS-77 TO LIDOS-LOG-TX
           MOVE GRAVADOS-77 TO GRAVADOS-LOG-TX
           MOVE 0 TO GRAVADOS2-LOG-TX
           MOVE "CONVPAGA.REL" TO NOME-REL-ARR-WS
           PERFORM GUARDA-RELATORIO THRU GUARDA-RELATORIO-EXIT
           OPEN EXTEND ARQ-LOG
           IF  ESTADO-LOG NOT = ZEROS
               OPEN OUTPUT ARQ-LOG.
           COPY FILIALPR.
      *
           COPY PRAZOPR.
      *
           COPY CALENPR.
      *
           COPY NTDUPR.
      *
           COPY DURAPR.
      *
           COPY OPERPR.
      *
           COPY ARQRPR.
      *
           COPY TRAVAPR.
