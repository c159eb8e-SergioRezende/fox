      *    CONVRRUN REEXECUTA SO AS ETAPAS DA FILA, NA ORDEM DA
      *    CADEIA, E REMOVE AS QUE TERMINARAM BEM - A FILA VAZIA
      *    LIBERA O LOTE.
      *
      *    DATA DA ALTERACAO: 10/96
      *
      *    MODO TESTE: INFORMADO UM DRIVE DE RASCUNHO, ELE VAI NA
      *    LINHA DE CADA PROGRAMA NO CONVPARM.DAT E A CADEIA INTEIRA
      *    (INCLUSIVE CONVPROF E CONVCHK) GRAVA LA OS ARQUIVOS
      *    GERADOS, O TRANSF.LOG, O CONVLOG.LOG E OS RELATORIOS, COM
      *    O CABECALHO MARCADO COMO LOTE DE TESTE. CHECKPOINT, FAIXA
      *    COMPARTILHADA E FILA DE REEXECUCAO NAO SAO ATUALIZADOS, A
      *    TRAVA DE EXECUCAO E O MANIFESTO APAGADO SAO OS DO DRIVE
      *    DE RASCUNHO E O CONVMANF NAO RODA - O LOTE DE TESTE NUNCA
      *    E MANIFESTADO NEM TRANSMITIDO.
      *
      *    DATA DA ALTERACAO: 10/96
      *
      *    ANTES DA PRIMEIRA ETAPA A CADEIA CHAMA O CONVVARR, QUE LE
      *    TODOS OS REGISTROS DOS ARQUIVOS BTRIEVE DO PERIODO E
      *    CONFERE OS CAMPOS COMPACTADOS, AS DATAS E AS CHAVES.
      *    REGISTRO DANIFICADO OU CADASTRO FALTANDO NAO DEIXA A
      *    CONVERSAO COMECAR (NADA E CONVERTIDO NEM VAI PARA A FILA
      *    DE REEXECUCAO); O RELATORIO CONVVARR.REL DIZ O QUE CORRIGIR.
      *
      *    DATA DA ALTERACAO: 10/96
      *
      *    FILIAL 00 RODA O LOTE NOTURNO: A CADEIA PASSA POR TODAS AS
      *    FILIAIS ATIVAS DO CADASTRO (ARQFILIA.DAT), UMA APOS A
      *    OUTRA, CADA UMA NO DRIVE DO CADASTRO (BRANCO = DRIVE
      *    INFORMADO), COM A SUA TRAVA, O SEU CHECKPOINT E AS SUAS
      *    LINHAS NA FILA DE REEXECUCAO. SEM OPERADOR NA FRENTE, A
      *    CADEIA SEMPRE SEGUE COM AS ETAPAS INDEPENDENTES; FILIAL
      *    COM A TRAVA OCUPADA OU COM ARQUIVOS BTRIEVE DANIFICADOS
      *    FICA DE FORA E AS OUTRAS RODAM. DE MANHA O RELATORIO
      *    "CONVLOTE.REL" MOSTRA, POR FILIAL, AS ETAPAS QUE RODARAM,
      *    FALHARAM OU FORAM PULADAS E SE O LOTE ESTA PRONTO PARA A
      *    TRANSMISSAO. O MODO TESTE NAO VALE PARA O LOTE NOTURNO.
      *
      *    DATA DA ALTERACAO: 10/96
      *
      *    ANTES DA PRIMEIRA ETAPA A CADEIA TIRA UMA COPIA DE
      *    SEGURANCA NUMERADA E DATADA DOS ARQUIVOS DE CONTROLE QUE
      *    ELA REGRAVA (CHECKPOINT, FAIXA COMPARTILHADA, PERIODOS
      *    FECHADOS, FILA DE REEXECUCAO, SEQUENCIA DO NOSSO NUMERO,
      *    INSTRUCOES DE COBRANCA E ENVIADOS AO SPC DA FILIAL - COPY
      *    COPIAPR), CATALOGADA EM "CONVCOPI.DAT". UMA CADEIA QUE CAIR
      *    NO MEIO PODE TER OS CONTROLES DEVOLVIDOS PELO CADCOPIA. O
      *    LOTE DE TESTE NAO MEXE NOS CONTROLES E NAO TIRA COPIA.
      *
      *    DATA DA ALTERACAO: 10/96
      *
      *    ANTES DO CONVCHK A CADEIA CHAMA O CONVXREF, QUE CONFERE OS
      *    CODIGOS DE VENDEDOR, TRANSPORTADORA, REGIAO, BANCO/AGENCIA
      *    E FORNECEDOR DO MOVIMENTO GERADO CONTRA OS CADASTROS.
      *    HAVENDO CODIGO ORFAO (CONVXREF.REL) O CONVCHK E O CONVMANF
      *    NAO RODAM E ENTRAM NA FILA DE REEXECUCAO - O LOTE FICA
      *    RETIDO COMO NA FALHA DE QUALQUER ETAPA.
      *
      *    DATA DA ALTERACAO: 10/96
      *
      *    CADA "CONVLOTE.REL" (RESUMO DO LOTE NOTURNO) GERADO E
      *    GUARDADO NO ARQUIVO DE RELATORIOS (COPY ARQRPR) COMO
      *    FILIAL 00, COM A FAIXA E A HORA DE INICIO DO LOTE, PARA
      *    CONSULTA E REIMPRESSAO PELO CADARQR.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ESTADO-PRM.
      *
           SELECT      ARQ-LOG    ASSIGN     TO   DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ESTADO-LOG.
      *
           COPY ARQRSL.
      *
           SELECT      ARQ-RLK    ASSIGN     TO   DISK
           ORGANIZATION IS LINE SEQUENTIAL
           SELECT      ARQ-RTY    ASSIGN     TO   "CONVRTRY.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ESTADO-RTY.
      *
           SELECT      ARQ-REL    ASSIGN     TO   "CONVLOTE.REL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ESTADO-REL.
      *
           COPY FILIALSL.
      *
           COPY COPIASL.
      *
           COPY TRAVASL.
      *
           COPY OPERSL.
      *
       DATA DIVISION.
       FILE SECTION.
      *
      *    REGISTRO DE LOG DE EXECUCAO (ARQ. "CONVLOG.LOG")
       FD  ARQ-LOG
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID ARQLOG-NOME-WS.
           COPY LOGCONV.
      *
           COPY ARQRFD.
      *
      *    TRAVA DE EXECUCAO DA CADEIA POR FILIAL, POR RENOMEIO DE
      *    TOKEN COMO NO COPY TRAVAPR: "CONVRNff.LIV" LIVRE VIRA
       FD  ARQ-RTY
           LABEL RECORD IS STANDARD.
           COPY RTRYCONV.
      *
      *    RESUMO DO LOTE NOTURNO (ARQ. "CONVLOTE.REL")
       FD  ARQ-REL
           LABEL     RECORD       STANDARD
           VALUE     OF FILE-ID   "CONVLOTE.REL"
           DATA      RECORD       REG-REL.
       01  REG-REL                           PIC X(80).
      *
           COPY FILIALFD.
      *
           COPY COPIAFD.
      *
           COPY TRAVAFD.
      *
           COPY OPERFD.
      *
       WORKING-STORAGE SECTION.
      *
      *    OPERADOR DA EXECUCAO (REGISTRADO NO CONVLOG.LOG)
       77  OPERADOR-EXEC-WS VALUE "????????"   PIC X(08).
      *
           COPY OPERWS.
      *
       77  ESTADO-PRM            PIC X(02).
       77  ESTADO-LOG            PIC X(02).
           05  PROGRAMA-ETAPA-WS OCCURS 19 TIMES  PIC X(08).
       77  QTD-ETAPAS-WS   VALUE 19            PIC 9(02).
       77  IDX-ETAPA-WS                        PIC 9(02).
      *    PROGRAMA DA LINHA DO CONVPARM.DAT EM GRAVACAO
       77  PROGRAMA-GRAVA-WS                   PIC X(08).
      *
       77  U-LOTE-WS                           PIC X(01).
      *
      *    DRIVE DE RASCUNHO DO MODO TESTE (BRANCO = PRODUCAO)
       77  U-TESTE-WS      VALUE SPACE         PIC X(01).
           88  LOTE-TESTE  VALUE "A" THRU "Z".
       01  ARQLOG-NOME-WS  VALUE "CONVLOG.LOG" PIC X(14).
       77  FILIAL-LOTE-WS                      PIC 9(02).
       01  INICIAL-WS                          PIC 9(04).
       01  FILLER REDEFINES INICIAL-WS.
           05  FILLER VALUE "CONVRN"           PIC X(06).
           05  FILIAL-RLIV-WS                  PIC 9(02).
           05  FILLER VALUE ".LIV"             PIC X(04).
       01  ARQRLK-NOME-WS                      PIC X(14).
      *    NOMES DA TRAVA (NO MODO TESTE, NO DRIVE DE RASCUNHO)
       01  NOME-RLK-WS                         PIC X(14).
       01  NOME-RLIV-WS                        PIC X(14).
       77  RC-RLK-WS                           PIC S9(04).
      *
       01  ARQOK-WS.
           05  U-OK-WS                         PIC X(01).
           05  FILLER VALUE ":CONVMAN.OK"      PIC X(11).
           05  FILLER                          PIC X(01).
      *
      *
      *    LOTE NOTURNO: FILIAL 00 PASSA POR TODAS AS FILIAIS ATIVAS.
      *    POR FILIAL FICAM O DRIVE USADO, A SITUACAO ("P" = PRONTO
      *    PARA TRANSMISSAO, "F" = FALHAS NA FILA, "T" = TRAVA
      *    OCUPADA, "B" = BTRIEVE DANIFICADO, "R" = DRIVE JA USADO
      *    POR OUTRA FILIAL NA NOITE) E O RESULTADO DE CADA ETAPA
      *    ("O" = OK, "E" = ERRO, "D" = DEPENDENTE PULADA, BRANCO =
      *    NAO RODOU)
       77  NOTURNO-WS      VALUE "N"           PIC X(01).
           88  LOTE-NOTURNO      VALUE "S".
       77  U-PADRAO-WS                         PIC X(01).
       77  K                                   PIC 9(02).
       77  ESTADO-REL                          PIC X(02).
       77  PRONTAS-77      VALUE 0             PIC 9(02).
       77  RETIDAS-77      VALUE 0             PIC 9(02).
       77  FORA-77         VALUE 0             PIC 9(02).
       01  TAB-NOT-WS.
           05  TAB-NOT-ITEM OCCURS 20 TIMES.
               10  DRIVE-NOT-WS                PIC X(01).
               10  SITUACAO-NOT-WS             PIC X(01).
               10  OK-NOT-WS                   PIC 9(02).
               10  ERRO-NOT-WS                 PIC 9(02).
               10  PULADA-NOT-WS               PIC 9(02).
               10  COPIA-NOT-WS                PIC 9(05).
               10  RESULT-NOT-WS OCCURS 19 TIMES   PIC X(01).
               10  CODIGO-NOT-WS OCCURS 19 TIMES   PIC 9(02).
       01  HORA-NOITE-WS                       PIC 9(08).
       01  FILLER REDEFINES HORA-NOITE-WS.
           05  HH-NOITE-WS                     PIC 9(02).
           05  MM-NOITE-WS                     PIC 9(02).
           05  FILLER                          PIC 9(04).
       01  DATA-HOJE-WS                        PIC 9(08).
       01  FILLER REDEFINES DATA-HOJE-WS.
           05  ANO-HOJE-WS                     PIC 9(04).
           05  MES-HOJE-WS                     PIC 9(02).
           05  DIA-HOJE-WS                     PIC 9(02).
       77  SITUACAO-LIN-WS                     PIC X(34).
       01  LINHA-FIL-WS.
           05  FILLER  VALUE "FILIAL "         PIC X(07).
           05  FILIAL-LIN-WS                   PIC 9(02).
           05  FILLER                          PIC X(01).
           05  NOME-LIN-WS                     PIC X(20).
           05  FILLER  VALUE " DRIVE "         PIC X(07).
           05  DRIVE-LIN-WS                    PIC X(01).
           05  FILLER  VALUE " - "             PIC X(03).
           05  SITUACAO-FIL-LIN-WS             PIC X(34).
       01  LINHA-ETP-WS.
           05  FILLER                          PIC X(06) VALUE SPACES.
           05  PROGRAMA-LIN-WS                 PIC X(08).
           05  FILLER                          PIC X(02) VALUE SPACES.
           05  RESULT-LIN-WS                   PIC X(24).
       01  RESULT-ERRO-WS.
           05  FILLER  VALUE "ERRO - RETORNO "    PIC X(15).
           05  CODIGO-LIN-WS                   PIC 9(02).
       01  LINHA-TELA-WS.
           05  FILIAL-TEL-WS                   PIC 9(02).
           05  FILLER                          PIC X(02) VALUE SPACES.
           05  DRIVE-TEL-WS                    PIC X(01).
           05  FILLER                          PIC X(03) VALUE SPACES.
           05  OK-TEL-WS                       PIC Z9.
           05  FILLER                          PIC X(03) VALUE SPACES.
           05  ERRO-TEL-WS                     PIC Z9.
           05  FILLER                          PIC X(03) VALUE SPACES.
           05  PULADA-TEL-WS                   PIC Z9.
           05  FILLER                          PIC X(02) VALUE SPACES.
           05  SITUACAO-TEL-WS                 PIC X(34).
      *
           COPY TELAWS.
           COPY DURAWS.
           COPY FILIALVL.
      *
           COPY COPIAVL.
      *
           COPY TRAVAWS.
      *
           COPY ARQRVL.
      *

       PROCEDURE DIVISION.

           DISPLAY (3, 10) "Operador................:"
           ACCEPT (, ) OPERADOR-EXEC-WS WITH PROMPT UPDATE
           MOVE "CONVLOTE" TO PROGRAMA-ACE-WS
           PERFORM AUTENTICA-OPERADOR THRU AUTENTICA-OPERADOR-EXIT

           DISPLAY (4, 10) "Informe o Drive dos arqs:"
           ACCEPT (, ) U-LOTE-WS WITH PROMPT UPDATE
           ACCEPT ESCAPE-77 FROM ESCAPE KEY
           IF ESCAPE-77 NOT = ZEROS STOP RUN.

           DISPLAY (5, 10) "Drive rascunho (teste)..:"
           DISPLAY (5, 39) "(BRANCO = PRODUCAO)"
           MOVE SPACE TO U-TESTE-WS
           ACCEPT (5, 36) U-TESTE-WS WITH PROMPT UPDATE
           IF ESCAPE-77 NOT = ZEROS GO TO INICIO-010.
           IF U-TESTE-WS NOT = SPACE
               AND (NOT LOTE-TESTE OR U-TESTE-WS = U-LOTE-WS)
               DISPLAY (24, 10) "DRIVE RASCUNHO INVALIDO OU IGUAL AO "
                                "DRIVE DOS ARQS"
               GO TO INICIO-010.
           MOVE "CONVLOG.LOG" TO ARQLOG-NOME-WS
           IF LOTE-TESTE
               MOVE SPACES TO ARQLOG-NOME-WS
               STRING U-TESTE-WS ":CONVLOG.LOG"
                   DELIMITED BY SIZE INTO ARQLOG-NOME-WS.

           DISPLAY (6, 10) "Informe a Filial .......:"
           DISPLAY (6, 39) "(00 = TODAS - NOTURNO)"
           ACCEPT (6, 36) FILIAL-LOTE-WS WITH PROMPT UPDATE
           IF ESCAPE-77 NOT = ZEROS GO TO INICIO-010.
           MOVE "N" TO NOTURNO-WS
           IF FILIAL-LOTE-WS = ZEROS
               IF LOTE-TESTE
                   DISPLAY (24, 10) "LOTE NOTURNO NAO RODA EM MODO "
                                    "TESTE"
                   GO TO INICIO-010
               END-IF
               MOVE "S" TO NOTURNO-WS
               PERFORM CARREGA-FILIAL THRU CARREGA-FILIAL-EXIT
           ELSE
               PERFORM TOMA-TRAVA-LOTE THRU TOMA-TRAVA-LOTE-EXIT
               IF NOT TRAVA-TOMADA GO TO INICIO-010.

           MOVE ZEROS TO DD-MM-77
           DISPLAY (7, 10) "Data Inicial (dd/mm)....:"
           ACCEPT (, ) DD-MM-77 WITH PROMPT UPDATE
           IF ESCAPE-77 NOT = ZEROS GO TO INICIO-010.
           MOVE DD-MM-77 TO INICIAL-WS
           IF DIA-INI-WS = ZEROS GO TO INICIO-010.

           DISPLAY (8, 10) "Data Final   (dd/mm)....:"
           ACCEPT (, ) DD-MM-77 WITH PROMPT UPDATE
           IF ESCAPE-77 NOT = ZEROS GO TO INICIO-010.
           MOVE DD-MM-77 TO FINAL-WS
           IF DIA-FIM-WS = ZEROS GO TO INICIO-010.

           DISPLAY (9, 10) "Ano (aaaa)..............:"
           ACCEPT (, ) ANO-INI-WS WITH PROMPT UPDATE
           IF ESCAPE-77 NOT = ZEROS GO TO INICIO-010.
           MOVE ANO-INI-WS TO ANO-FIM-WS

           IF LOTE-NOTURNO
               PERFORM 300-NOTURNO THRU 300-NOTURNO-FIM
               STOP RUN.

           PERFORM GRAVA-PARM

           MOVE U-LOTE-WS TO U-MAN-WS U-OK-WS
           IF LOTE-TESTE
               MOVE U-TESTE-WS TO U-MAN-WS U-OK-WS.
           CALL "CBL_DELETE_FILE" USING ARQOK-WS
           CALL "CBL_DELETE_FILE" USING ARQMAN-WS
           PERFORM VARRE-BTRIEVE
           IF NOT LOTE-TESTE
               PERFORM GUARDA-CONTROLE.

           DISPLAY (1, 1) ERASE
           DISPLAY (2, 22) "* CONVERSAO COMPLETA - LOTE NOTURNO *"
           IF LOTE-TESTE
               DISPLAY (3, 22) "MODO TESTE - DRIVE RASCUNHO:"
               DISPLAY (3, 51) U-TESTE-WS
           ELSE
               DISPLAY (3, 40) "COPIA DOS CONTROLES:"
               DISPLAY (3, 61) NUMERO-CPI-WS.
           PERFORM MOSTRA-ETAPA
               VARYING IDX-ETAPA-WS FROM 1 BY 1
               UNTIL IDX-ETAPA-WS > QTD-ETAPAS-WS
               PERFORM ENCERRA-CADEIA
               STOP RUN.
           COMPUTE LINHA-ETAPA-WS = 3 + IDX-ETAPA-WS
      *    LOTE DE TESTE NAO E MANIFESTADO
           IF LOTE-TESTE
               AND PROGRAMA-ETAPA-WS (IDX-ETAPA-WS) = "CONVMANF"
               DISPLAY (LINHA-ETAPA-WS, 25) "TESTE     "
               ADD 1 TO IDX-ETAPA-WS
               GO TO 100-EXECUTA.
           PERFORM CONFERE-DEPEND
           IF PULA-ETAPA
               DISPLAY (LINHA-ETAPA-WS, 25) "DEPENDENTE"
               MOVE "S" TO FALHA-ETAPA-WS (IDX-ETAPA-WS)
               ADD 1 TO FALHAS-77
               MOVE 0 TO CODIGO-FALHA-WS
               IF NOT LOTE-TESTE
                   PERFORM GRAVA-RETRY
               END-IF
               ADD 1 TO IDX-ETAPA-WS
               GO TO 100-EXECUTA.
           DISPLAY (LINHA-ETAPA-WS, 25) "EXECUTANDO"
               DISPLAY (LINHA-ETAPA-WS, 25) "*** ERRO *"
               MOVE "S" TO FALHA-ETAPA-WS (IDX-ETAPA-WS)
               ADD 1 TO FALHAS-77
               IF NOT LOTE-TESTE
                   PERFORM GRAVA-RETRY
               END-IF
               PERFORM PERGUNTA-CONTINUA THRU PERGUNTA-CONTINUA-EXIT
               IF NOT CONTINUA-INDEP
                   DISPLAY (22, 10) "CADEIA INTERROMPIDA NO PROGRAMA "
                   DISPLAY (22, 42) PROGRAMA-ETAPA-WS (IDX-ETAPA-WS)
                   DISPLAY (23, 10) "LOTE INCOMPLETO - NAO TRANSMITIR"
                   IF NOT LOTE-TESTE
                       DISPLAY (24, 10) "FALHA NA FILA - RODE O "
                                        "CONVRRUN"
                   END-IF
                   PERFORM REMOVE-PARM
                   PERFORM GRAVA-LOG
                   STOP RUN
      *    FIM DA CADEIA: COMPLETA LIBERA O LOTE; COM FALHAS NA FILA
      *    O LOTE FICA RETIDO ATE O CONVRRUN ZERAR A FILA
       ENCERRA-CADEIA.
           IF LOTE-TESTE
               DISPLAY (22, 10) "CADEIA DE TESTE TERMINADA - FALHAS:"
               DISPLAY (22, 46) FALHAS-77
               DISPLAY (23, 10) "LOTE DE TESTE - NAO TRANSMITIR"
               DISPLAY (24, 10) "SAIDAS NO DRIVE DE RASCUNHO"
           ELSE
               IF FALHAS-77 = ZEROS
                   DISPLAY (22, 10) "CADEIA COMPLETA - LOTE PRONTO "
                                    "PARA TRANSMISSAO"
               ELSE
                   DISPLAY (22, 10) "CADEIA TERMINOU COM FALHAS NA FILA"
                   DISPLAY (23, 10) "LOTE INCOMPLETO - NAO TRANSMITIR"
                   DISPLAY (24, 10) "RODE O CONVRRUN PARA AS PENDENTES".
           PERFORM REMOVE-PARM
           PERFORM GRAVA-LOG.
      *
      *    LOTE NOTURNO: RODA A CADEIA EM CADA FILIAL ATIVA DO
      *    CADASTRO, UMA APOS A OUTRA. NINGUEM ACOMPANHA A TELA, ENTAO
      *    A FALHA DE UMA ETAPA VAI PARA A FILA E A CADEIA SEGUE COM
      *    AS INDEPENDENTES; A FALHA DE UMA FILIAL NAO PARA AS OUTRAS
       300-NOTURNO.
           MOVE U-LOTE-WS TO U-PADRAO-WS
           MOVE HORA-INI-EXEC-WS TO HORA-NOITE-WS
           MOVE 0 TO PRONTAS-77 RETIDAS-77 FORA-77
           PERFORM RODA-FILIAL THRU RODA-FILIAL-EXIT
               VARYING IDX-FIL-VL-WS FROM 1 BY 1
               UNTIL IDX-FIL-VL-WS > QTD-FILIAL-VL
           ACCEPT HORA-FIM-EXEC-WS FROM TIME
           PERFORM IMPRIME-RESUMO
           PERFORM GUARDA-RESUMO
           PERFORM MOSTRA-RESUMO.
       300-NOTURNO-FIM.
           EXIT.
      *
      *    GUARDA O RESUMO DA NOITE NO ARQUIVO DE RELATORIOS COMO
      *    FILIAL 00 (TODAS), COM A HORA DE INICIO DO LOTE
       GUARDA-RESUMO.
           MOVE "CONVLOTE" TO PROGRAMA-LOG-TX
           ACCEPT DATA-EXEC-LOG-TX FROM DATE YYYYMMDD
           MOVE HORA-NOITE-WS (1:6) TO HORA-INI-LOG-TX
           MOVE OPERADOR-EXEC-WS TO OPERADOR-LOG-TX
           MOVE SPACES TO FILTRO-LOG-TX
           STRING "FILIAL=00 DE=" INICIAL-WS " ATE=" FINAL-WS
               DELIMITED BY SIZE
               INTO FILTRO-LOG-TX
           MOVE "CONVLOTE.REL" TO NOME-REL-ARR-WS
           PERFORM GUARDA-RELATORIO THRU GUARDA-RELATORIO-EXIT.
      *
      *    UMA FILIAL DO LOTE NOTURNO, NO DRIVE DO CADASTRO: TRAVA,
      *    PARAMETROS, MANIFESTO APAGADO, VARREDURA BTRIEVE E AS
      *    ETAPAS, COMO NA CADEIA DE UMA FILIAL SO
       RODA-FILIAL.
           MOVE FILIAL-VL-WS (IDX-FIL-VL-WS) TO FILIAL-LOTE-WS
           MOVE DRIVE-FIL-VL-WS (IDX-FIL-VL-WS) TO U-LOTE-WS
           IF U-LOTE-WS = SPACE
               MOVE U-PADRAO-WS TO U-LOTE-WS.
           MOVE U-LOTE-WS TO DRIVE-NOT-WS (IDX-FIL-VL-WS)
           MOVE SPACE TO SITUACAO-NOT-WS (IDX-FIL-VL-WS)
           MOVE 0 TO OK-NOT-WS (IDX-FIL-VL-WS)
                     ERRO-NOT-WS (IDX-FIL-VL-WS)
                     PULADA-NOT-WS (IDX-FIL-VL-WS)
                     COPIA-NOT-WS (IDX-FIL-VL-WS)
           PERFORM LIMPA-RESULT
               VARYING IDX-ETAPA-WS FROM 1 BY 1
               UNTIL IDX-ETAPA-WS > QTD-ETAPAS-WS
           ACCEPT HORA-INI-EXEC-WS FROM TIME
           MOVE 0 TO EXECUTADOS-77 FALHAS-77
           MOVE SPACES TO FALHAS-WS
           MOVE "S" TO CONTINUA-WS PERGUNTOU-WS
      *    DUAS FILIAIS NO MESMO DRIVE APAGARIAM UMA O MANIFESTO DA
      *    OUTRA: SO A PRIMEIRA RODA
           PERFORM VARYING K FROM 1 BY 1
               UNTIL K NOT < IDX-FIL-VL-WS
               OR DRIVE-NOT-WS (K) = U-LOTE-WS
           END-PERFORM
           IF K < IDX-FIL-VL-WS
               MOVE "R" TO SITUACAO-NOT-WS (IDX-FIL-VL-WS)
               ADD 1 TO FORA-77
               GO TO RODA-FILIAL-EXIT.
           DISPLAY (1, 1) ERASE
           DISPLAY (2, 22) "* CONVERSAO COMPLETA - LOTE NOTURNO *"
           DISPLAY (3, 10) "FILIAL"
           DISPLAY (3, 17) FILIAL-LOTE-WS
           DISPLAY (3, 21) "DRIVE"
           DISPLAY (3, 27) U-LOTE-WS
           PERFORM TOMA-TRAVA-LOTE THRU TOMA-TRAVA-LOTE-EXIT
           IF NOT TRAVA-TOMADA
               MOVE "T" TO SITUACAO-NOT-WS (IDX-FIL-VL-WS)
               ADD 1 TO FORA-77
               GO TO RODA-FILIAL-EXIT.
           PERFORM GRAVA-PARM
           MOVE U-LOTE-WS TO U-MAN-WS U-OK-WS
           CALL "CBL_DELETE_FILE" USING ARQOK-WS
           CALL "CBL_DELETE_FILE" USING ARQMAN-WS
           PERFORM VARRE-BTRIEVE
           IF SITUACAO-NOT-WS (IDX-FIL-VL-WS) = "B"
               ADD 1 TO FORA-77
               GO TO RODA-FILIAL-EXIT.
           PERFORM GUARDA-CONTROLE
           MOVE NUMERO-CPI-WS TO COPIA-NOT-WS (IDX-FIL-VL-WS)
           DISPLAY (3, 40) "COPIA DOS CONTROLES:"
           DISPLAY (3, 61) NUMERO-CPI-WS
           PERFORM MOSTRA-ETAPA
               VARYING IDX-ETAPA-WS FROM 1 BY 1
               UNTIL IDX-ETAPA-WS > QTD-ETAPAS-WS
           PERFORM EXECUTA-NOTURNO THRU EXECUTA-NOTURNO-EXIT
               VARYING IDX-ETAPA-WS FROM 1 BY 1
               UNTIL IDX-ETAPA-WS > QTD-ETAPAS-WS
           IF FALHAS-77 = ZEROS
               MOVE "P" TO SITUACAO-NOT-WS (IDX-FIL-VL-WS)
               ADD 1 TO PRONTAS-77
           ELSE
               MOVE "F" TO SITUACAO-NOT-WS (IDX-FIL-VL-WS)
               ADD 1 TO RETIDAS-77.
           PERFORM REMOVE-PARM
           PERFORM GRAVA-LOG.
       RODA-FILIAL-EXIT.
           EXIT.
      *
       LIMPA-RESULT.
           MOVE SPACE TO RESULT-NOT-WS (IDX-FIL-VL-WS, IDX-ETAPA-WS)
           MOVE 0 TO CODIGO-NOT-WS (IDX-FIL-VL-WS, IDX-ETAPA-WS).
      *
      *    UMA ETAPA DA FILIAL NO LOTE NOTURNO. O PROGRAMA E
      *    DESCARREGADO DEPOIS DA CHAMADA PARA A PROXIMA FILIAL
      *    COMECAR COM A WORKING-STORAGE LIMPA
       EXECUTA-NOTURNO.
           COMPUTE LINHA-ETAPA-WS = 3 + IDX-ETAPA-WS
           PERFORM CONFERE-DEPEND
           IF PULA-ETAPA
               DISPLAY (LINHA-ETAPA-WS, 25) "DEPENDENTE"
               MOVE "S" TO FALHA-ETAPA-WS (IDX-ETAPA-WS)
               ADD 1 TO FALHAS-77
               MOVE 0 TO CODIGO-FALHA-WS
               PERFORM GRAVA-RETRY
               MOVE "D" TO RESULT-NOT-WS (IDX-FIL-VL-WS, IDX-ETAPA-WS)
               ADD 1 TO PULADA-NOT-WS (IDX-FIL-VL-WS)
               GO TO EXECUTA-NOTURNO-EXIT.
           DISPLAY (LINHA-ETAPA-WS, 25) "EXECUTANDO"
           MOVE 0 TO RETURN-CODE
           CALL PROGRAMA-ETAPA-WS (IDX-ETAPA-WS)
           CANCEL PROGRAMA-ETAPA-WS (IDX-ETAPA-WS)
           IF RETURN-CODE NOT = ZEROS
               MOVE RETURN-CODE TO CODIGO-FALHA-WS
               MOVE 0 TO RETURN-CODE
               DISPLAY (LINHA-ETAPA-WS, 25) "*** ERRO *"
               MOVE "S" TO FALHA-ETAPA-WS (IDX-ETAPA-WS)
               ADD 1 TO FALHAS-77
               PERFORM GRAVA-RETRY
               MOVE "E" TO RESULT-NOT-WS (IDX-FIL-VL-WS, IDX-ETAPA-WS)
               MOVE CODIGO-FALHA-WS
                   TO CODIGO-NOT-WS (IDX-FIL-VL-WS, IDX-ETAPA-WS)
               ADD 1 TO ERRO-NOT-WS (IDX-FIL-VL-WS)
               GO TO EXECUTA-NOTURNO-EXIT.
           DISPLAY (LINHA-ETAPA-WS, 25) "OK        "
           ADD 1 TO EXECUTADOS-77
           MOVE "O" TO RESULT-NOT-WS (IDX-FIL-VL-WS, IDX-ETAPA-WS)
           ADD 1 TO OK-NOT-WS (IDX-FIL-VL-WS).
       EXECUTA-NOTURNO-EXIT.
           EXIT.
      *
      *    RESUMO DA MANHA (CONVLOTE.REL): POR FILIAL, O DRIVE, A
      *    SITUACAO DO LOTE E O RESULTADO DE CADA ETAPA
       IMPRIME-RESUMO.
           OPEN OUTPUT ARQ-REL
           ACCEPT DATA-HOJE-WS FROM DATE YYYYMMDD
           MOVE SPACES TO REG-REL
           STRING "RESUMO DO LOTE NOTURNO - " DIA-HOJE-WS "/"
               MES-HOJE-WS "/" ANO-HOJE-WS " - INICIO " HH-NOITE-WS
               ":" MM-NOITE-WS " TERMINO " HH-FIM-EXEC-WS ":"
               MM-FIM-EXEC-WS
               DELIMITED BY SIZE INTO REG-REL
           WRITE REG-REL
           MOVE SPACES TO REG-REL
           STRING "FAIXA " DIA-INI-WS "/" MES-INI-WS " A " DIA-FIM-WS
               "/" MES-FIM-WS "/" ANO-FIM-WS " - OPERADOR "
               OPERADOR-EXEC-WS
               DELIMITED BY SIZE INTO REG-REL
           WRITE REG-REL
           MOVE SPACES TO REG-REL
           WRITE REG-REL
           PERFORM IMPRIME-FILIAL
               VARYING IDX-FIL-VL-WS FROM 1 BY 1
               UNTIL IDX-FIL-VL-WS > QTD-FILIAL-VL
           MOVE SPACES TO REG-REL
           STRING "FILIAIS PRONTAS: " PRONTAS-77
               "  RETIDAS NA FILA: " RETIDAS-77
               "  FORA DO LOTE: " FORA-77
               DELIMITED BY SIZE INTO REG-REL
           WRITE REG-REL
           IF RETIDAS-77 NOT = ZEROS
               MOVE SPACES TO REG-REL
               STRING "RODE O CONVRRUN PARA AS ETAPAS DA FILA ANTES DE "
                   "TRANSMITIR AS RETIDAS"
                   DELIMITED BY SIZE INTO REG-REL
               WRITE REG-REL.
           CLOSE ARQ-REL.
      *
       IMPRIME-FILIAL.
           PERFORM MONTA-SITUACAO
           MOVE FILIAL-VL-WS (IDX-FIL-VL-WS) TO FILIAL-LIN-WS
           MOVE NOME-FIL-VL-WS (IDX-FIL-VL-WS) TO NOME-LIN-WS
           MOVE DRIVE-NOT-WS (IDX-FIL-VL-WS) TO DRIVE-LIN-WS
           MOVE SITUACAO-LIN-WS TO SITUACAO-FIL-LIN-WS
           MOVE LINHA-FIL-WS TO REG-REL
           WRITE REG-REL
           IF SITUACAO-NOT-WS (IDX-FIL-VL-WS) = "P"
           OR SITUACAO-NOT-WS (IDX-FIL-VL-WS) = "F"
               MOVE SPACES TO REG-REL
               STRING "      COPIA DOS CONTROLES ANTES DA CADEIA: "
                   COPIA-NOT-WS (IDX-FIL-VL-WS)
                   DELIMITED BY SIZE INTO REG-REL
               WRITE REG-REL
               PERFORM IMPRIME-ETAPA
                   VARYING IDX-ETAPA-WS FROM 1 BY 1
                   UNTIL IDX-ETAPA-WS > QTD-ETAPAS-WS.
           MOVE SPACES TO REG-REL
           WRITE REG-REL.
      *
       IMPRIME-ETAPA.
           MOVE PROGRAMA-ETAPA-WS (IDX-ETAPA-WS) TO PROGRAMA-LIN-WS
           MOVE "NAO RODOU" TO RESULT-LIN-WS
           IF RESULT-NOT-WS (IDX-FIL-VL-WS, IDX-ETAPA-WS) = "O"
               MOVE "OK" TO RESULT-LIN-WS.
           IF RESULT-NOT-WS (IDX-FIL-VL-WS, IDX-ETAPA-WS) = "D"
               MOVE "PULADA - DEPENDENTE" TO RESULT-LIN-WS.
           IF RESULT-NOT-WS (IDX-FIL-VL-WS, IDX-ETAPA-WS) = "E"
               MOVE CODIGO-NOT-WS (IDX-FIL-VL-WS, IDX-ETAPA-WS)
                   TO CODIGO-LIN-WS
               MOVE RESULT-ERRO-WS TO RESULT-LIN-WS.
           MOVE LINHA-ETP-WS TO REG-REL
           WRITE REG-REL.
      *
       MONTA-SITUACAO.
           MOVE SPACES TO SITUACAO-LIN-WS
           IF SITUACAO-NOT-WS (IDX-FIL-VL-WS) = "P"
               MOVE "LOTE PRONTO PARA TRANSMISSAO" TO SITUACAO-LIN-WS.
           IF SITUACAO-NOT-WS (IDX-FIL-VL-WS) = "F"
               MOVE "RETIDO - RODE O CONVRRUN" TO SITUACAO-LIN-WS.
           IF SITUACAO-NOT-WS (IDX-FIL-VL-WS) = "T"
               MOVE "TRAVA OCUPADA - NAO RODOU" TO SITUACAO-LIN-WS.
           IF SITUACAO-NOT-WS (IDX-FIL-VL-WS) = "B"
               MOVE "BTRIEVE DANIFICADO - NAO INICIADA"
                   TO SITUACAO-LIN-WS.
           IF SITUACAO-NOT-WS (IDX-FIL-VL-WS) = "R"
               MOVE "DRIVE JA USADO - NAO RODOU" TO SITUACAO-LIN-WS.
      *
      *    RESUMO NA TELA AO FIM DA NOITE (ATE 16 FILIAIS; O
      *    RELATORIO TRAZ TODAS, COM AS ETAPAS)
       MOSTRA-RESUMO.
           DISPLAY (1, 1) ERASE
           DISPLAY (2, 22) "* CONVERSAO COMPLETA - LOTE NOTURNO *"
           DISPLAY (4, 10) "FL  DR  OK   ER   PU  SITUACAO"
           PERFORM MOSTRA-FILIAL
               VARYING IDX-FIL-VL-WS FROM 1 BY 1
               UNTIL IDX-FIL-VL-WS > QTD-FILIAL-VL
               OR IDX-FIL-VL-WS > 16
           DISPLAY (22, 10) "PRONTAS:"
           DISPLAY (22, 19) PRONTAS-77
           DISPLAY (22, 23) "RETIDAS:"
           DISPLAY (22, 32) RETIDAS-77
           DISPLAY (22, 36) "FORA:"
           DISPLAY (22, 42) FORA-77
           DISPLAY (23, 10) "RESUMO COMPLETO EM CONVLOTE.REL".
      *
       MOSTRA-FILIAL.
           PERFORM MONTA-SITUACAO
           MOVE FILIAL-VL-WS (IDX-FIL-VL-WS) TO FILIAL-TEL-WS
           MOVE DRIVE-NOT-WS (IDX-FIL-VL-WS) TO DRIVE-TEL-WS
           MOVE OK-NOT-WS (IDX-FIL-VL-WS) TO OK-TEL-WS
           MOVE ERRO-NOT-WS (IDX-FIL-VL-WS) TO ERRO-TEL-WS
           MOVE PULADA-NOT-WS (IDX-FIL-VL-WS) TO PULADA-TEL-WS
           MOVE SITUACAO-LIN-WS TO SITUACAO-TEL-WS
           COMPUTE LINHA-ETAPA-WS = 4 + IDX-FIL-VL-WS
           DISPLAY (LINHA-ETAPA-WS, 10) LINHA-TELA-WS.
      *
      *    COPIA DE SEGURANCA DOS ARQUIVOS DE CONTROLE ANTES DA
      *    PRIMEIRA ETAPA (COPY COPIAPR), PARA O CADCOPIA PODER
      *    DEVOLVE-LOS SE A CADEIA CAIR NO MEIO
       GUARDA-CONTROLE.
           MOVE FILIAL-LOTE-WS TO FILIAL-CPI-WS
           MOVE U-LOTE-WS TO DRIVE-CPI-WS
           MOVE "L" TO ORIGEM-CPI-WS
           PERFORM TIRA-COPIA THRU TIRA-COPIA-EXIT.
      *
      *    ETAPA DEPENDENTE NAO RODA DEPOIS DE UMA FALHA: O CONVRECT
      *    PRECISA DE CONVNOTA E CONVENTR COMPLETOS, E CONVCHK E
           OR PROGRAMA-ETAPA-WS (IDX-ETAPA-WS) = "CONVMANF"
               IF FALHAS-77 NOT = ZEROS
                   MOVE "S" TO PULA-ETAPA-WS.
           IF PROGRAMA-ETAPA-WS (IDX-ETAPA-WS) = "CONVCHK"
               AND NOT PULA-ETAPA
               PERFORM CONFERE-XREF.
      *
      *    CODIGOS DE VENDEDOR, TRANSPORTADORA, REGIAO, BANCO E
      *    FORNECEDOR SEM CADASTRO (CONVXREF) SEGURAM O FECHAMENTO DO
      *    LOTE: O CONVCHK E O CONVMANF FICAM COMO DEPENDENTES E VAO
      *    PARA A FILA; CORRIGIDOS OS CADASTROS, O CONVRRUN CONFERE
      *    DE NOVO ANTES DE FECHAR
       CONFERE-XREF.
           MOVE 0 TO RETURN-CODE
           CALL "CONVXREF"
           CANCEL "CONVXREF"
           IF RETURN-CODE NOT = ZEROS
               MOVE 0 TO RETURN-CODE
               MOVE "S" TO PULA-ETAPA-WS
               DISPLAY (LINHA-ETAPA-WS, 36)
                   "CODIGOS ORFAOS - VEJA CONVXREF.REL".
      *
      *    VARREDURA DOS ARQUIVOS BTRIEVE DO PERIODO PELO CONVVARR
      *    ANTES DA PRIMEIRA ETAPA: COM REGISTRO DANIFICADO A CADEIA
      *    NEM COMECA. NADA FOI CONVERTIDO, ENTAO NADA VAI PARA A FILA
      *    DE REEXECUCAO - CORRIGIDOS OS ARQUIVOS, RODA-SE O LOTE TODO
       VARRE-BTRIEVE.
           MOVE 0 TO RETURN-CODE
           CALL "CONVVARR"
           CANCEL "CONVVARR"
           IF RETURN-CODE NOT = ZEROS
               MOVE 0 TO RETURN-CODE
               DISPLAY (22, 10) "ARQUIVOS BTRIEVE DANIFICADOS - VEJA "
                                "CONVVARR.REL"
               DISPLAY (23, 10) "CADEIA NAO INICIADA - NADA CONVERTIDO"
               PERFORM REMOVE-PARM
               PERFORM GRAVA-LOG
      *        NO LOTE NOTURNO SO ESTA FILIAL FICA DE FORA
               IF LOTE-NOTURNO
                   MOVE "B" TO SITUACAO-NOT-WS (IDX-FIL-VL-WS)
               ELSE
                   STOP RUN.
      *
      *    NA PRIMEIRA FALHA O OPERADOR DECIDE SE A CADEIA SEGUE COM
      *    AS ETAPAS INDEPENDENTES (AS DEPENDENTES FICAM NA FILA)
      *    DEVOLVE O TOKEN DA TRAVA DE EXECUCAO (SO SE A TOMAMOS)
           IF TRAVA-TOMADA
               MOVE RETURN-CODE TO RC-RLK-WS
               CALL "CBL_RENAME_FILE" USING NOME-RLK-WS NOME-RLIV-WS
               MOVE RC-RLK-WS TO RETURN-CODE
               MOVE "N" TO TRAVA-TOMADA-WS.
      *
      *    OPERADOR E DATA/HORA E SO SAI COM A LIMPEZA DELIBERADA
       TOMA-TRAVA-LOTE.
           MOVE "N" TO TRAVA-TOMADA-WS
           MOVE FILIAL-LOTE-WS TO FILIAL-RLK-WS FILIAL-RLIV-WS
           MOVE ARQRLK-WS  TO NOME-RLK-WS
           MOVE ARQRLIV-WS TO NOME-RLIV-WS
           IF LOTE-TESTE
               MOVE SPACES TO NOME-RLK-WS NOME-RLIV-WS
               STRING U-TESTE-WS ":" ARQRLK-WS
                   DELIMITED BY SIZE INTO NOME-RLK-WS
               STRING U-TESTE-WS ":" ARQRLIV-WS
                   DELIMITED BY SIZE INTO NOME-RLIV-WS.
      *    DISPUTA O TOKEN PELO RENOMEIO ATOMICO .LIV -> .LCK; SO
      *    DEPOIS DE VENCER E QUE O CONTEUDO E GRAVADO
       TOMA-TRAVA-TENTA.
           MOVE RETURN-CODE TO RC-RLK-WS
           MOVE 0 TO RETURN-CODE
           CALL "CBL_RENAME_FILE" USING NOME-RLIV-WS NOME-RLK-WS
           IF RETURN-CODE = ZEROS
               MOVE RC-RLK-WS TO RETURN-CODE
               GO TO TOMA-TRAVA-GRAVA.
           MOVE RC-RLK-WS TO RETURN-CODE
      *    O RENOMEIO FALHOU: OU OUTRA ESTACAO SEGURA A TRAVA (O
      *    .LCK EXISTE) OU O TOKEN DA FILIAL AINDA NAO FOI CRIADO
           MOVE NOME-RLK-WS TO ARQRLK-NOME-WS
           OPEN INPUT ARQ-RLK
           IF ESTADO-RLK NOT = ZEROS
               MOVE NOME-RLIV-WS TO ARQRLK-NOME-WS
               OPEN OUTPUT ARQ-RLK
               CLOSE ARQ-RLK
               GO TO TOMA-TRAVA-TENTA.
           DISPLAY (22, 42) OPERADOR-RLK-TX
           DISPLAY (22, 51) DATA-RLK-TX
           DISPLAY (22, 60) HORA-RLK-TX
      *    NO LOTE NOTURNO NINGUEM RESPONDE: A FILIAL FICA DE FORA
           IF LOTE-NOTURNO
               GO TO TOMA-TRAVA-LOTE-EXIT.
           DISPLAY (23, 10) "Limpar trava caida (S/N)?"
           MOVE "N" TO OPCAO-RLK-WS
           ACCEPT (23, 36) OPCAO-RLK-WS WITH PROMPT UPDATE
      *    LIMPEZA DELIBERADA: DEVOLVE O TOKEN LIVRE E DISPUTA DE
      *    NOVO PELO RENOMEIO (SO UMA ESTACAO VENCE)
           MOVE RETURN-CODE TO RC-RLK-WS
           CALL "CBL_RENAME_FILE" USING NOME-RLK-WS NOME-RLIV-WS
           MOVE RC-RLK-WS TO RETURN-CODE
           GO TO TOMA-TRAVA-TENTA.
       TOMA-TRAVA-GRAVA.
           MOVE NOME-RLK-WS TO ARQRLK-NOME-WS
           OPEN OUTPUT ARQ-RLK
           IF ESTADO-RLK NOT = ZEROS
               DISPLAY (24, 10) "TRAVA DE EXECUCAO NAO PODE GRAVAR"
      *    QUE CADA UM EXECUTE DIRETO SEM PARAR NOS ACCEPT DE TELA
       GRAVA-PARM.
           OPEN OUTPUT ARQ-PRM
           MOVE "CONVVARR" TO PROGRAMA-GRAVA-WS
           PERFORM GRAVA-LINHA-PARM
           MOVE "CONVXREF" TO PROGRAMA-GRAVA-WS
           PERFORM GRAVA-LINHA-PARM
           PERFORM GRAVA-LINHA-ETAPA
               VARYING IDX-ETAPA-WS FROM 1 BY 1
               UNTIL IDX-ETAPA-WS > QTD-ETAPAS-WS
           CLOSE ARQ-PRM.
      *
       GRAVA-LINHA-ETAPA.
           MOVE PROGRAMA-ETAPA-WS (IDX-ETAPA-WS) TO PROGRAMA-GRAVA-WS
           PERFORM GRAVA-LINHA-PARM.
      *
       GRAVA-LINHA-PARM.
           MOVE SPACES TO REGPARM-TX
           MOVE PROGRAMA-GRAVA-WS TO PROGRAMA-PARM-TX
           MOVE U-LOTE-WS      TO DRIVE-PARM-TX
           MOVE FILIAL-LOTE-WS TO FILIAL-INI-PARM-TX
           MOVE FILIAL-LOTE-WS TO FILIAL-FIM-PARM-TX
           MOVE SPACES         TO FILTRO-PARM-TX
           MOVE ZEROS          TO TELA-PARM-TX
           MOVE OPERADOR-EXEC-WS TO OPERADOR-PARM-TX
           MOVE U-TESTE-WS     TO TESTE-PARM-TX
           WRITE REGPARM-TX.
      *
      *    GRAVA UMA LINHA NO LOG PERSISTENTE DE EXECUCOES (CONVLOG.LOG)
           CLOSE ARQ-LOG.
      *
           COPY DURAPR.
      *
           COPY OPERPR.
      *
           COPY FILIALPR.
      *
           COPY COPIAPR.
      *
           COPY TRAVAPR.
      *
           COPY ARQRPR.
