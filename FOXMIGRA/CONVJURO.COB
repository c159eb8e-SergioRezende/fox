      *    E CASADO PELO CORPO CONTRA O EXTRATO COMPARTILHADO
      *    "x:CADDUPff.EXT" DO CONVDUPX. JURO PERDOADO E MARGEM
      *    VAZANDO CALADA.
      *
      *    DATA DA ALTERACAO: 10/96
      *
      *    O ATRASO CONTA DO PROXIMO DIA UTIL QUANDO O VENCIMENTO CAI
      *    EM DOMINGO, FERIADO OU SABADO SEM EXPEDIENTE NO CALENDARIO
      *    DA FILIAL ("ARQCALEN.DAT", CADCALEN): O BANCO PRORROGA O
      *    TITULO E O CLIENTE QUE PAGOU NO PRIMEIRO DIA UTIL NAO DEVE
      *    JURO - ESSES CASOS ESTAVAM SAINDO COMO JURO PERDOADO.
      *
      *    DATA DA ALTERACAO: 10/96
      *
      *    O RESUMO POR REGIAO IMPRIME O NOME DA REGIAO DO CADASTRO
      *    DE REGIOES ("ARQREGI.DAT", COPY REGIPR) AO LADO DO NUMERO.
      *
      *    DATA DA ALTERACAO: 10/96
      *
      *    CADA "CONVJURO.REL" GERADO E GUARDADO NO ARQUIVO DE
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
           COPY DUPXSL.
      *
           COPY FILIALSL.
      *
           COPY CALENSL.
      *
           COPY OPERSL.
      *
           COPY REGISL.
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
           COPY DUPXFD.
      *
           COPY FILIALFD.
      *
           COPY CALENFD.
      *
           COPY OPERFD.
      *
           COPY REGIFD.
      *
       WORKING-STORAGE SECTION.
      *
           05  ANO-PAG-AUX-WS                  PIC 9(02).
           05  MES-PAG-AUX-WS                  PIC 9(02).
           05  DIA-PAG-AUX-WS                  PIC 9(02).
       77  ANO-PAG4-WS                         PIC 9(04).
      *
      *    RESUMO POR REGIAO DO JURO PERDOADO
       77  QTD-REG-WS      VALUE 0             PIC 9(03).
           05  PAGO-LIN-WS                     PIC ZZ.ZZZ.ZZZ.ZZ9.
           05  FILLER  VALUE " JURO PERDOADO " PIC X(15).
           05  JURO-LIN-WS                     PIC ZZ.ZZZ.ZZZ.ZZ9.
           05  FILLER                          PIC X(01) VALUE SPACE.
           05  NOME-LIN-WS                     PIC X(30).
           05  FILLER                          PIC X(09) VALUE SPACES.
      *
           COPY DUPXWS.
           COPY TELAWS.
           COPY PARMAUTO.
      *
           COPY OPERWS.
           COPY DURAWS.
           COPY CABCONV.
           COPY FILIALVL.
           COPY REGIVL.
           COPY CALENVL.
      *
           COPY ARQRVL.
      *
           COPY TRAVAWS.
      *

       PROCEDURE DIVISION.
           DISPLAY (5, 14) "* JUROS PERDOADOS NAS BAIXAS DO PERIODO *"

           PERFORM CARREGA-FILIAL
           PERFORM CARREGA-CALENDARIO THRU CARREGA-CALENDARIO-EXIT
           MOVE "CONVJURO" TO PROGRAMA-EXEC-WS
           PERFORM CARREGA-PARM
           IF MODO-AUTO
           DISPLAY (8, 10) "Operador................:"
           IF NOT MODO-AUTO
               ACCEPT (, ) OPERADOR-EXEC-WS WITH PROMPT UPDATE.
           MOVE "CONVJURO" TO PROGRAMA-ACE-WS
           MOVE MODO-AUTO-WS TO SEM-SENHA-ACE-WS
           PERFORM AUTENTICA-OPERADOR THRU AUTENTICA-OPERADOR-EXIT.

           DISPLAY (9, 10) "Informe o Drive dos arqs:"
           IF NOT MODO-AUTO
       LE-BAIXA-EXIT.
           EXIT.
      *
      *    DIAS DE ATRASO NO CALENDARIO COMERCIAL 30/360, A PARTIR
      *    DO VENCIMENTO JA LEVADO AO DIA UTIL DA FILIAL, E JURO
      *    DEVIDO = VALOR PAGO X TAXA MENSAL X (DIAS / 30). ANOS DE
      *    2 DIGITOS: 70-99 = 19xx E 00-69 = 20xx
       CALCULA-JURO-DEVIDO.
           MOVE DTVENC-BX TO VENC-AUX-WS
           MOVE DTPAG-BX  TO PAG-AUX-WS
           MOVE FILIAL-BX-WS TO FILIAL-CLD-WS
           IF ANO-VENC-AUX-WS NOT < 70
               COMPUTE ANO-CLD-WS = 1900 + ANO-VENC-AUX-WS
           ELSE
               COMPUTE ANO-CLD-WS = 2000 + ANO-VENC-AUX-WS.
           MOVE MES-VENC-AUX-WS TO MES-CLD-WS
           MOVE DIA-VENC-AUX-WS TO DIA-CLD-WS
           PERFORM PROXIMO-DIA-UTIL THRU PROXIMO-DIA-UTIL-EXIT
           IF ANO-PAG-AUX-WS NOT < 70
               COMPUTE ANO-PAG4-WS = 1900 + ANO-PAG-AUX-WS
           ELSE
               COMPUTE ANO-PAG4-WS = 2000 + ANO-PAG-AUX-WS.
           COMPUTE DIAS-ATRASO-WS =
               ((ANO-PAG4-WS - ANO-CLD-WS) * 360)
               + ((MES-PAG-AUX-WS - MES-CLD-WS) * 30)
               + (DIA-PAG-AUX-WS - DIA-CLD-WS)
           IF DIAS-ATRASO-WS > ZEROS
               COMPUTE JURO-DEV-WS =
                   (VALORPAG-BX * TAXA-JURO-WS * DIAS-ATRASO-WS)
           DISPLAY (23, 10) "RESUMO GRAVADO EM CONVJURO.REL".
      *
       IMPRIME-RELATORIO.
           PERFORM CARREGA-REGIAO THRU CARREGA-REGIAO-EXIT
           OPEN OUTPUT ARQ-REL
           MOVE SPACES TO REG-REL
           STRING "JUROS PERDOADOS FILIAL " FILIAL-BX-WS
           MOVE QTD-TAB-REG-WS (IDX-REG-WS) TO QTD-LIN-WS
           MOVE PAGO-TAB-REG-WS (IDX-REG-WS) TO PAGO-LIN-WS
           MOVE JURO-TAB-REG-WS (IDX-REG-WS) TO JURO-LIN-WS
           MOVE CHAVE-REG-WS (IDX-REG-WS) TO REGIAO-BUSCA-RGI-WS
           PERFORM DESCREVE-REGIAO THRU DESCREVE-REGIAO-EXIT
           MOVE NOME-ATU-RGI-WS TO NOME-LIN-WS
           WRITE REG-REL FROM LINHA-REG-WS.
      *
      *    CASA O CPF DE CADA BAIXA GUARDADA PELO CORPO CONTRA O
           MOVE LIDOS-77 TO LIDOS-LOG-TX
           MOVE GRAVADOS-77 TO GRAVADOS-LOG-TX
           MOVE 0 TO GRAVADOS2-LOG-TX
           MOVE "CONVJURO.REL" TO NOME-REL-ARR-WS
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
           COPY CALENPR.
      *
           COPY DURAPR.
      *
           COPY OPERPR.
      *
           COPY ARQRPR.
      *
           COPY TRAVAPR.
