      *    ESPERADO, NA PRIMEIRA SEMANA. E O MAPA QUE A TESOURARIA
      *    MONTAVA NO CADERNO. RELATORIO EM "CONVFLUX.REL", DIAS
      *    COMERCIAIS (30/360) COMO NO CONVCOMP.
      *
      *    DATA DA ALTERACAO: 10/96
      *
      *    O DINHEIRO SO ENTRA EM DIA UTIL: O VENCIMENTO QUE CAI EM
      *    DOMINGO, FERIADO OU SABADO SEM EXPEDIENTE NO CALENDARIO DA
      *    FILIAL ("ARQCALEN.DAT", CADCALEN) E PROJETADO NO PROXIMO
      *    DIA UTIL, COMO O BANCO CREDITA, ANTES DE ACHAR A SEMANA.
      *
      *    DATA DA ALTERACAO: 10/96
      *
      *    CADA "CONVFLUX.REL" GERADO E GUARDADO NO ARQUIVO DE
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
           COPY CALENSL.
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
           COPY FILIALFD.
      *
           COPY CALENFD.
      *
           COPY OPERFD.
      *
       WORKING-STORAGE SECTION.
      *
           COPY DADOS.
           COPY TELAWS.
           COPY PARMAUTO.
      *
           COPY OPERWS.
           COPY DURAWS.
           COPY CRIABT.
           COPY FILIALVL.
           COPY CALENVL.
      *
      * --->> "REGDUP.COB"
       01  DADOS-DUP-WS.
           05  NOMINAL-LIN-WS                  PIC ZZZ.ZZZ.ZZZ.ZZ9.
           05  FILLER  VALUE " ESPERADO "      PIC X(10).
           05  ESPERADO-LIN-WS                 PIC ZZZ.ZZZ.ZZZ.ZZ9.
      *
           COPY ARQRVL.
      *
           COPY TRAVAWS.
      *
       PROCEDURE DIVISION.
      *
           DISPLAY (5, 14) "* PROJECAO DE FLUXO DE CAIXA (90 DIAS) *"

           PERFORM CARREGA-FILIAL
           PERFORM CARREGA-CALENDARIO THRU CARREGA-CALENDARIO-EXIT
           MOVE "CONVFLUX" TO PROGRAMA-EXEC-WS
           PERFORM CARREGA-PARM
           IF MODO-AUTO AND TELA-PARM-WS NOT = ZEROS
           DISPLAY (9, 10) "Operador................:"
           IF NOT MODO-AUTO
               ACCEPT (, ) OPERADOR-EXEC-WS WITH PROMPT UPDATE.
           MOVE "CONVFLUX" TO PROGRAMA-ACE-WS
           MOVE MODO-AUTO-WS TO SEM-SENHA-ACE-WS
           PERFORM AUTENTICA-OPERADOR THRU AUTENTICA-OPERADOR-EXIT.

           DISPLAY (10, 10) "Informe o Drive dos arqs:"
           IF NOT MODO-AUTO
      *    DISTRIBUI UMA DUPLICATA ABERTA: NOMINAL PELA SEMANA DO
      *    VENCIMENTO, ESPERADO PELA SEMANA DO VENCIMENTO MAIS A
      *    MEDIA DE ATRASO DO CLIENTE (DO ARQCLI). O ANO DO CADASTRO
      *    TEM 2 DIGITOS: 70-99 = 19xx E 00-69 = 20xx. VENCIMENTO
      *    FORA DE DIA UTIL CONTA DO PROXIMO DIA UTIL DA FILIAL
       PROJETA-DUPLICATA.
           ADD 1 TO ABERTAS-77
           IF CPF-CGC-DUP NOT = CPF-ANT-WS
               COMPUTE ANO-VENC4-WS = 1900 + ANO-VENC-AUX-WS
           ELSE
               COMPUTE ANO-VENC4-WS = 2000 + ANO-VENC-AUX-WS.
           MOVE FILIAL-DUP-WS TO FILIAL-CLD-WS
           MOVE ANO-VENC4-WS TO ANO-CLD-WS
           MOVE MES-VENC-AUX-WS TO MES-CLD-WS
           MOVE DIA-VENC-AUX-WS TO DIA-CLD-WS
           PERFORM PROXIMO-DIA-UTIL THRU PROXIMO-DIA-UTIL-EXIT
           COMPUTE DIAS-WS =
               ((ANO-CLD-WS - ANO-BASE-WS) * 360)
               + ((MES-CLD-WS - MES-BASE-WS) * 30)
               + (DIA-CLD-WS - DIA-BASE-WS)
           ADD SALDO-DUP TO TOTAL-NOM-WS
           IF DIAS-WS < ZEROS
               ADD SALDO-DUP TO VENCIDAS-NOM-WS
           MOVE LIDOS-77 TO LIDOS-LOG-TX
           MOVE ABERTAS-77 TO GRAVADOS-LOG-TX
           MOVE 0 TO GRAVADOS2-LOG-TX
           MOVE "CONVFLUX.REL" TO NOME-REL-ARR-WS
           PERFORM GUARDA-RELATORIO THRU GUARDA-RELATORIO-EXIT
           OPEN EXTEND ARQ-LOG
           IF  ESTADO-LOG NOT = ZEROS
               OPEN OUTPUT ARQ-LOG.
           GOBACK.
      *
           COPY FILIALPR.
      *
           COPY CALENPR.
      *
           COPY DURAPR.
      *
           COPY OPERPR.
      *
           COPY ARQRPR.
      *
           COPY TRAVAPR.
