      *
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. CADARQR.
       AUTHOR. LUIS AUGUSTO.
      *
      *    DATA DA ALTERACAO: 10/96
      *
      *    CONSULTA E REIMPRESSAO DO ARQUIVO DE RELATORIOS. CADA
      *    PROGRAMA QUE GRAVA UM ".REL" GUARDA A EXECUCAO EM
      *    "RLnnnnnn.ARQ" E NO INDICE "CONVARQR.DAT" (COPY ARQRPR),
      *    COM O PROGRAMA, A FILIAL, O PERIODO E A HORA DA GERACAO.
      *    O PAINEL LISTA OS RELATORIOS GUARDADOS PELO FILTRO
      *    INFORMADO (PROGRAMA, FILIAL E FAIXA DE DATAS DE GERACAO),
      *    DO MAIS NOVO PARA O MAIS ANTIGO; ESCOLHIDO UM RELATORIO,
      *    ELE SAI DE NOVO NA IMPRESSORA DA ESTACAO (PRN) OU E
      *    COPIADO PARA O NOME INFORMADO (DISQUETE DO AUDITOR, POR
      *    EXEMPLO), SEMPRE COM O CONTEUDO DO DIA EM QUE FOI GERADO.
      *    O EXPURGO APAGA AS COPIAS COM A GUARDA VENCIDA (MESES POR
      *    TIPO DE RELATORIO, COPY ARQRVL) E TIRA AS LINHAS DO
      *    INDICE, COM A LIBERACAO DO SUPERVISOR (COPY LIBPR) E SOB
      *    A MESMA TRAVA DE REDE DO ARQRPR. REIMPRESSAO, COPIA E
      *    EXPURGO SAEM NO CONVLOG.LOG.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
           SELECT      ARQ-LOG    ASSIGN     TO   "CONVLOG.LOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ESTADO-LOG.
      *
           COPY ARQRSL.
      *
           SELECT      ARQ-TMP    ASSIGN     TO   "CONVARQR.TMP"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ESTADO-TMP.
      *
           COPY TRAVASL.
      *
           COPY LIBSL.
      *
           COPY OPERSL.
      *
       DATA DIVISION.
       FILE SECTION.
      *
      *    REGISTRO DE LOG DE EXECUCAO (ARQ. "CONVLOG.LOG")
       FD  ARQ-LOG
           LABEL RECORD IS STANDARD.
           COPY LOGCONV.
      *
           COPY ARQRFD.
      *
      *    INDICE REGRAVADO SEM AS LINHAS EXPURGADAS
       FD  ARQ-TMP
           LABEL     RECORD       STANDARD
           VALUE     OF FILE-ID   "CONVARQR.TMP"
           DATA      RECORD       REG-TMP.
       01  REG-TMP                           PIC X(106).
      *
           COPY TRAVAFD.
      *
           COPY LIBFD.
      *
           COPY OPERFD.
      *
       WORKING-STORAGE SECTION.
      *
       77  ESTADO-LOG            PIC X(02).
       77  ESTADO-TMP            PIC X(02).
       77  LINHA-ARR-WS          PIC 9(02).
       77  OPCAO-WS              PIC X(01).
       77  CONFIRMA-WS           PIC X(01).
       77  NUMERO-ED-WS          PIC 9(06).
       77  VENCIDOS-77           PIC 9(05).
       77  EXPURGADOS-77         PIC 9(05).
       77  MANTIDOS-77           PIC 9(05).
       77  HOJE-WS               PIC 9(08).
      *
      *    FILTRO DA CONSULTA: PROGRAMA EM BRANCO E FILIAL 00 SAO
      *    TODOS; DATA FINAL ZERO E SEM LIMITE
       77  PROGRAMA-FIL-WS                     PIC X(08).
       77  FILIAL-FIL-WS   VALUE 0             PIC 9(02).
       77  DATA-INI-FIL-WS VALUE 0             PIC 9(08).
       77  DATA-FIM-FIL-WS VALUE 0             PIC 9(08).
      *
      *    RELATORIOS DO FILTRO EM MEMORIA (OS 300 MAIS RECENTES). O
      *    PAINEL MOSTRA 15 POR VEZ A PARTIR DE INICIO-LISTA-WS, DE
      *    TRAS PARA A FRENTE
       77  QTD-ARR-WS      VALUE 0             PIC 9(03).
       77  IDX-TAB-ARR-WS                      PIC 9(03).
       77  IDX-ESC-ARR-WS                      PIC 9(03).
       77  INICIO-LISTA-WS                     PIC 9(03).
       77  MOSTRADAS-77                        PIC 9(02).
       01  TAB-ARR-WS.
           05  TAB-ARR-ITEM OCCURS 300 TIMES.
               10  NUMERO-TAB-ARR-WS           PIC 9(06).
               10  PROGRAMA-TAB-ARR-WS         PIC X(08).
               10  FILIAL-TAB-ARR-WS           PIC 9(02).
               10  PERIODO-TAB-ARR-WS          PIC 9(06).
               10  DATA-TAB-ARR-WS             PIC 9(08).
               10  HORA-TAB-ARR-WS             PIC 9(06).
               10  OPERADOR-TAB-ARR-WS         PIC X(08).
               10  VENCE-TAB-ARR-WS            PIC 9(08).
               10  ORIGEM-TAB-ARR-WS           PIC X(14).
      *
       01  DATA-ED-WS.
           05  ANO-ED-WS                       PIC 9(04).
           05  MES-ED-WS                       PIC 9(02).
           05  DIA-ED-WS                       PIC 9(02).
       01  DATA-ED-N-WS REDEFINES DATA-ED-WS   PIC 9(08).
       01  HORA-ED-WS.
           05  HH-ED-WS                        PIC 9(02).
           05  MM-ED-WS                        PIC 9(02).
           05  SS-ED-WS                        PIC 9(02).
       01  HORA-ED-N-WS REDEFINES HORA-ED-WS   PIC 9(06).
       01  PERIODO-ED-WS.
           05  ANO-PER-ED-WS                   PIC 9(04).
           05  MES-PER-ED-WS                   PIC 9(02).
       01  PERIODO-ED-N-WS REDEFINES PERIODO-ED-WS PIC 9(06).
       01  LINHA-TELA-WS.
           05  NUMERO-TEL-WS                   PIC 9(06).
           05  FILLER                          PIC X(01) VALUE SPACES.
           05  PROGRAMA-TEL-WS                 PIC X(08).
           05  FILLER                          PIC X(01) VALUE SPACES.
           05  FILIAL-TEL-WS                   PIC 9(02).
           05  FILLER                          PIC X(01) VALUE SPACES.
           05  MES-PER-TEL-WS                  PIC 9(02).
           05  FILLER  VALUE "/"               PIC X(01).
           05  ANO-PER-TEL-WS                  PIC 9(04).
           05  FILLER                          PIC X(01) VALUE SPACES.
           05  DIA-TEL-WS                      PIC 9(02).
           05  FILLER  VALUE "/"               PIC X(01).
           05  MES-TEL-WS                      PIC 9(02).
           05  FILLER  VALUE "/"               PIC X(01).
           05  ANO-TEL-WS                      PIC 9(04).
           05  FILLER                          PIC X(01) VALUE SPACES.
           05  HH-TEL-WS                       PIC 9(02).
           05  FILLER  VALUE ":"               PIC X(01).
           05  MM-TEL-WS                       PIC 9(02).
           05  FILLER                          PIC X(01) VALUE SPACES.
           05  OPERADOR-TEL-WS                 PIC X(08).
           05  FILLER                          PIC X(01) VALUE SPACES.
           05  DIA-VEN-TEL-WS                  PIC 9(02).
           05  FILLER  VALUE "/"               PIC X(01).
           05  MES-VEN-TEL-WS                  PIC 9(02).
           05  FILLER  VALUE "/"               PIC X(01).
           05  ANO-VEN-TEL-WS                  PIC 9(04).
      *
      *    DESTINO DA REIMPRESSAO (IMPRESSORA DA ESTACAO) OU DA COPIA
       01  IMPRESSORA-WS   VALUE "PRN"         PIC X(14).
       01  DESTINO-WS                          PIC X(14).
       01  INFO-ARQ-WS.
           05  TAM-ARQ-WS                      PIC 9(18) COMP.
           05  FILLER                          PIC X(08).
      *
           COPY ARQRVL.
      *
           COPY TRAVAWS.
      *
           COPY LIBWS.
      *
           COPY TELAWS.
      *
      *    OPERADOR DA CONSULTA, CONFERIDO NO CADASTRO DE
      *    OPERADORES (COPY OPERPR)
       77  OPERADOR-EXEC-WS VALUE "????????"   PIC X(08).
      *
           COPY OPERWS.
      *

       PROCEDURE DIVISION.
      *
       INICIO-010.
           DISPLAY (1, 1) ERASE.
           DISPLAY (3, 05) "Operador................:"
           ACCEPT (, ) OPERADOR-EXEC-WS WITH PROMPT UPDATE
           MOVE "CADARQR" TO PROGRAMA-ACE-WS
           PERFORM AUTENTICA-OPERADOR THRU AUTENTICA-OPERADOR-EXIT.
       012-FILTRO.
           DISPLAY (1, 1) ERASE
           DISPLAY (2, 10)
               "* ARQUIVO DE RELATORIOS - CONSULTA E REIMPRESSAO *"
           DISPLAY (5, 05) "Programa (branco = todos)...:"
           ACCEPT (, ) PROGRAMA-FIL-WS WITH PROMPT UPDATE
           ACCEPT ESCAPE-77 FROM ESCAPE KEY
           IF ESCAPE-77 NOT = ZEROS STOP RUN.
           DISPLAY (6, 05) "Filial (00 = todas).........:"
           ACCEPT (, ) FILIAL-FIL-WS WITH PROMPT UPDATE
           DISPLAY (7, 05) "Gerados de (aaaammdd).......:"
           ACCEPT (, ) DATA-INI-FIL-WS WITH PROMPT UPDATE
           DISPLAY (8, 05) "Gerados ate (aaaammdd)......:"
           ACCEPT (, ) DATA-FIM-FIL-WS WITH PROMPT UPDATE
           ACCEPT ESCAPE-77 FROM ESCAPE KEY
           IF ESCAPE-77 NOT = ZEROS GO TO 012-FILTRO.
           PERFORM CARREGA-ARQUIVADOS THRU CARREGA-ARQUIVADOS-EXIT.
           MOVE QTD-ARR-WS TO INICIO-LISTA-WS.
       015-MENU.
           DISPLAY (1, 1) ERASE
           DISPLAY (2, 10)
               "* ARQUIVO DE RELATORIOS - CONSULTA E REIMPRESSAO *"
           DISPLAY (4, 03)
               "NUMERO PROGRAMA FL PERIODO GERADO EM        OPERADOR"
           DISPLAY (4, 65) "GUARDA ATE"
           MOVE 4 TO LINHA-ARR-WS
           MOVE 0 TO MOSTRADAS-77
           PERFORM MOSTRA-ARQUIVADO
               VARYING IDX-TAB-ARR-WS FROM INICIO-LISTA-WS BY -1
               UNTIL IDX-TAB-ARR-WS < 1 OR MOSTRADAS-77 = 15
           IF QTD-ARR-WS = ZEROS
               DISPLAY (10, 10) "NENHUM RELATORIO GUARDADO NO FILTRO".
           DISPLAY (21, 03) "RELATORIOS NO FILTRO:"
           DISPLAY (21, 25) QTD-ARR-WS

           DISPLAY (22, 03)
               "Opcao (R=Reimprime C=Copia X=Expurga M=Mais N=Filtro"
           DISPLAY (22, 56) " F=Fim):"
           ACCEPT (, ) OPCAO-WS WITH PROMPT UPDATE
           ACCEPT ESCAPE-77 FROM ESCAPE KEY
           IF ESCAPE-77 NOT = ZEROS OR OPCAO-WS = "F"
               STOP RUN.
           IF OPCAO-WS = "N"
               GO TO 012-FILTRO.
           IF OPCAO-WS = "M"
               IF INICIO-LISTA-WS > 15
                   SUBTRACT 15 FROM INICIO-LISTA-WS
               ELSE
                   MOVE QTD-ARR-WS TO INICIO-LISTA-WS
               END-IF
               GO TO 015-MENU.
           IF OPCAO-WS = "R"
               MOVE IMPRESSORA-WS TO DESTINO-WS
               PERFORM COPIA-RELATORIO THRU COPIA-RELATORIO-EXIT
               GO TO 015-MENU.
           IF OPCAO-WS = "C"
               MOVE SPACES TO DESTINO-WS
               PERFORM COPIA-RELATORIO THRU COPIA-RELATORIO-EXIT
               GO TO 015-MENU.
           IF OPCAO-WS = "X"
               PERFORM EXPURGA-VENCIDOS THRU EXPURGA-VENCIDOS-EXIT
               GO TO 015-MENU.
           GO TO 015-MENU.
      *
      *    MOSTRA NO PAINEL UM RELATORIO GUARDADO
       MOSTRA-ARQUIVADO.
           ADD 1 TO LINHA-ARR-WS MOSTRADAS-77
           MOVE NUMERO-TAB-ARR-WS (IDX-TAB-ARR-WS) TO NUMERO-TEL-WS
           MOVE PROGRAMA-TAB-ARR-WS (IDX-TAB-ARR-WS)
               TO PROGRAMA-TEL-WS
           MOVE FILIAL-TAB-ARR-WS (IDX-TAB-ARR-WS) TO FILIAL-TEL-WS
           MOVE PERIODO-TAB-ARR-WS (IDX-TAB-ARR-WS) TO PERIODO-ED-N-WS
           MOVE MES-PER-ED-WS TO MES-PER-TEL-WS
           MOVE ANO-PER-ED-WS TO ANO-PER-TEL-WS
           MOVE DATA-TAB-ARR-WS (IDX-TAB-ARR-WS) TO DATA-ED-N-WS
           MOVE DIA-ED-WS TO DIA-TEL-WS
           MOVE MES-ED-WS TO MES-TEL-WS
           MOVE ANO-ED-WS TO ANO-TEL-WS
           MOVE HORA-TAB-ARR-WS (IDX-TAB-ARR-WS) TO HORA-ED-N-WS
           MOVE HH-ED-WS TO HH-TEL-WS
           MOVE MM-ED-WS TO MM-TEL-WS
           MOVE OPERADOR-TAB-ARR-WS (IDX-TAB-ARR-WS)
               TO OPERADOR-TEL-WS
           MOVE VENCE-TAB-ARR-WS (IDX-TAB-ARR-WS) TO DATA-ED-N-WS
           MOVE DIA-ED-WS TO DIA-VEN-TEL-WS
           MOVE MES-ED-WS TO MES-VEN-TEL-WS
           MOVE ANO-ED-WS TO ANO-VEN-TEL-WS
           DISPLAY (LINHA-ARR-WS, 03) LINHA-TELA-WS.
      *
      *    REIMPRIME (DESTINO-WS = IMPRESSORA) OU COPIA PARA O NOME
      *    INFORMADO O RELATORIO ESCOLHIDO, A PARTIR DA COPIA GUARDADA
       COPIA-RELATORIO.
           DISPLAY (23, 03) "Numero do relatorio.......:"
           MOVE 0 TO NUMERO-ED-WS
           ACCEPT (, ) NUMERO-ED-WS WITH PROMPT UPDATE
           ACCEPT ESCAPE-77 FROM ESCAPE KEY
           IF ESCAPE-77 NOT = ZEROS GO TO COPIA-RELATORIO-EXIT.
           PERFORM VARYING IDX-ESC-ARR-WS FROM 1 BY 1
               UNTIL IDX-ESC-ARR-WS > QTD-ARR-WS
               OR NUMERO-TAB-ARR-WS (IDX-ESC-ARR-WS) = NUMERO-ED-WS
           END-PERFORM
           IF IDX-ESC-ARR-WS > QTD-ARR-WS OR NUMERO-ED-WS = ZEROS
               DISPLAY (24, 03) "RELATORIO NAO CONSTA DO FILTRO       "
               GO TO COPIA-RELATORIO-EXIT.
           MOVE NUMERO-ED-WS TO NUMERO-ARQ-ARR-WS
           MOVE 0 TO RETURN-CODE
           CALL "CBL_CHECK_FILE_EXIST" USING NOME-ARQ-ARR-WS INFO-ARQ-WS
           IF RETURN-CODE NOT = ZEROS
               MOVE 0 TO RETURN-CODE
               DISPLAY (24, 03) "COPIA GUARDADA NAO ESTA NO DISCO:   "
               DISPLAY (24, 38) NOME-ARQ-ARR-WS
               GO TO COPIA-RELATORIO-EXIT.
           IF DESTINO-WS = SPACES
               MOVE ORIGEM-TAB-ARR-WS (IDX-ESC-ARR-WS) TO DESTINO-WS
               DISPLAY (23, 03) "Copiar para (drive:nome)..:"
               ACCEPT (, ) DESTINO-WS WITH PROMPT UPDATE
               ACCEPT ESCAPE-77 FROM ESCAPE KEY
               IF ESCAPE-77 NOT = ZEROS OR DESTINO-WS = SPACES
                   GO TO COPIA-RELATORIO-EXIT.
           CALL "CBL_COPY_FILE" USING NOME-ARQ-ARR-WS DESTINO-WS
           IF RETURN-CODE NOT = ZEROS
               MOVE 0 TO RETURN-CODE
               DISPLAY (24, 03) "FALHA AO COPIAR PARA                "
               DISPLAY (24, 24) DESTINO-WS
               GO TO COPIA-RELATORIO-EXIT.
           MOVE SPACES TO FILTRO-LOG-TX
           IF DESTINO-WS = IMPRESSORA-WS
               STRING "REIMPRIME " DELIMITED BY SIZE
                   NOME-ARQ-ARR-WS DELIMITED BY SPACE
                   INTO FILTRO-LOG-TX
               DISPLAY (24, 03) "RELATORIO ENVIADO A IMPRESSORA      "
           ELSE
               STRING "COPIA " DELIMITED BY SIZE
                   NOME-ARQ-ARR-WS DELIMITED BY SPACE
                   " PARA " DELIMITED BY SIZE
                   DESTINO-WS DELIMITED BY SPACE
                   INTO FILTRO-LOG-TX
               DISPLAY (24, 03) "RELATORIO COPIADO PARA              "
               DISPLAY (24, 26) DESTINO-WS.
           MOVE 1 TO LIDOS-LOG-TX GRAVADOS-LOG-TX
           MOVE 0 TO GRAVADOS2-LOG-TX
           PERFORM GRAVA-LOG.
       COPIA-RELATORIO-EXIT.
           EXIT.
      *
      *    EXPURGA OS RELATORIOS COM A GUARDA VENCIDA (EM TODO O
      *    INDICE, NAO SO NO FILTRO): CONFIRMACAO, SUPERVISOR, TRAVA
      *    DO INDICE, COPIAS APAGADAS E INDICE REGRAVADO SEM ELAS
       EXPURGA-VENCIDOS.
           ACCEPT HOJE-WS FROM DATE YYYYMMDD
           MOVE 0 TO VENCIDOS-77
           MOVE "N" TO FIM-ARR-WS
           OPEN INPUT ARQ-ARR
           IF ESTADO-ARR NOT = ZEROS
               DISPLAY (24, 03) "INDICE DE RELATORIOS NAO ENCONTRADO "
               GO TO EXPURGA-VENCIDOS-EXIT.
           PERFORM CONTA-VENCIDO THRU CONTA-VENCIDO-EXIT
               UNTIL ACABOU-ARR
           CLOSE ARQ-ARR
           IF VENCIDOS-77 = ZEROS
               DISPLAY (24, 03) "NENHUM RELATORIO COM A GUARDA VENCIDA"
               GO TO EXPURGA-VENCIDOS-EXIT.
           DISPLAY (23, 03) "Expurga os       relatorios vencidos"
           DISPLAY (23, 20) VENCIDOS-77
           DISPLAY (23, 40) "(S/N)?"
           MOVE "N" TO CONFIRMA-WS
           ACCEPT (23, 47) CONFIRMA-WS WITH PROMPT UPDATE
           IF CONFIRMA-WS NOT = "S"
               GO TO EXPURGA-VENCIDOS-EXIT.
           DISPLAY (23, 03) "                                         "
           PERFORM CONFERE-SENHA THRU CONFERE-SENHA-EXIT
           IF NOT SENHA-OK
               DISPLAY (24, 03) "SENHA DO SUPERVISOR INVALIDA        "
               GO TO EXPURGA-VENCIDOS-EXIT.
      *    O INDICE E RELIDO COM A TRAVA NA MAO: UMA EXECUCAO PODE TER
      *    GUARDADO RELATORIO NOVO DESDE A CONTAGEM
           MOVE "CONVARQR.LIV" TO TRAVA-LIV-WS
           MOVE "CONVARQR.LCK" TO TRAVA-LCK-WS
           PERFORM OBTEM-TRAVA THRU OBTEM-TRAVA-EXIT
           MOVE 0 TO EXPURGADOS-77 MANTIDOS-77
           MOVE "N" TO FIM-ARR-WS
           OPEN INPUT ARQ-ARR
           IF ESTADO-ARR NOT = ZEROS
               PERFORM SOLTA-TRAVA
               GO TO EXPURGA-VENCIDOS-EXIT.
           OPEN OUTPUT ARQ-TMP
           PERFORM PENEIRA-ARQUIVADO THRU PENEIRA-ARQUIVADO-EXIT
               UNTIL ACABOU-ARR
           CLOSE ARQ-ARR
           CLOSE ARQ-TMP
           CALL "CBL_DELETE_FILE" USING "CONVARQR.DAT"
           CALL "CBL_RENAME_FILE" USING "CONVARQR.TMP" "CONVARQR.DAT"
           MOVE 0 TO RETURN-CODE
           PERFORM SOLTA-TRAVA
           MOVE SPACES TO FILTRO-LOG-TX
           STRING "EXPURGO RELATORIOS VENCIDOS ATE " HOJE-WS
               DELIMITED BY SIZE INTO FILTRO-LOG-TX
           MOVE VENCIDOS-77 TO LIDOS-LOG-TX
           MOVE EXPURGADOS-77 TO GRAVADOS-LOG-TX
           MOVE MANTIDOS-77 TO GRAVADOS2-LOG-TX
           PERFORM GRAVA-LOG
           PERFORM GRAVA-LIBERACAO
           DISPLAY (24, 03) "RELATORIOS EXPURGADOS:              "
           DISPLAY (24, 26) EXPURGADOS-77
           PERFORM CARREGA-ARQUIVADOS THRU CARREGA-ARQUIVADOS-EXIT
           MOVE QTD-ARR-WS TO INICIO-LISTA-WS.
       EXPURGA-VENCIDOS-EXIT.
           EXIT.
      *
       CONTA-VENCIDO.
           READ ARQ-ARR AT END MOVE "S" TO FIM-ARR-WS END-READ
           IF ACABOU-ARR GO TO CONTA-VENCIDO-EXIT.
           IF VENCE-ARR-TX NUMERIC AND VENCE-ARR-TX < HOJE-WS
               ADD 1 TO VENCIDOS-77.
       CONTA-VENCIDO-EXIT.
           EXIT.
      *
      *    LINHA VENCIDA: APAGA A COPIA E NAO VOLTA PARA O INDICE
       PENEIRA-ARQUIVADO.
           READ ARQ-ARR AT END MOVE "S" TO FIM-ARR-WS END-READ
           IF ACABOU-ARR GO TO PENEIRA-ARQUIVADO-EXIT.
           IF VENCE-ARR-TX NUMERIC AND VENCE-ARR-TX < HOJE-WS
               AND NUMERO-ARR-TX NUMERIC
               MOVE NUMERO-ARR-TX TO NUMERO-ARQ-ARR-WS
               CALL "CBL_DELETE_FILE" USING NOME-ARQ-ARR-WS
               ADD 1 TO EXPURGADOS-77
           ELSE
               WRITE REG-TMP FROM REGARR-TX
               ADD 1 TO MANTIDOS-77.
       PENEIRA-ARQUIVADO-EXIT.
           EXIT.
      *
      *    CARREGA OS RELATORIOS DO FILTRO; PASSANDO DE 300 FICAM OS
      *    MAIS RECENTES (OS MAIS ANTIGOS SAEM DO INICIO DA TABELA)
       CARREGA-ARQUIVADOS.
           MOVE 0 TO QTD-ARR-WS
           MOVE "N" TO FIM-ARR-WS
           OPEN INPUT ARQ-ARR
           IF ESTADO-ARR NOT = ZEROS
               GO TO CARREGA-ARQUIVADOS-EXIT.
           PERFORM LE-INDICE THRU LE-INDICE-EXIT UNTIL ACABOU-ARR
           CLOSE ARQ-ARR.
       CARREGA-ARQUIVADOS-EXIT.
           EXIT.
      *
       LE-INDICE.
           READ ARQ-ARR AT END MOVE "S" TO FIM-ARR-WS END-READ
           IF ACABOU-ARR GO TO LE-INDICE-EXIT.
           IF NUMERO-ARR-TX NOT NUMERIC
               GO TO LE-INDICE-EXIT.
           IF PROGRAMA-FIL-WS NOT = SPACES
               AND PROGRAMA-ARR-TX NOT = PROGRAMA-FIL-WS
               GO TO LE-INDICE-EXIT.
           IF FILIAL-FIL-WS NOT = ZEROS
               AND FILIAL-ARR-TX NOT = FILIAL-FIL-WS
               GO TO LE-INDICE-EXIT.
           IF DATA-ARR-TX < DATA-INI-FIL-WS
               GO TO LE-INDICE-EXIT.
           IF DATA-FIM-FIL-WS NOT = ZEROS
               AND DATA-ARR-TX > DATA-FIM-FIL-WS
               GO TO LE-INDICE-EXIT.
           IF QTD-ARR-WS = 300
               PERFORM DESLOCA-ARQUIVADO
                   VARYING IDX-TAB-ARR-WS FROM 1 BY 1
                   UNTIL IDX-TAB-ARR-WS = 300
           ELSE
               ADD 1 TO QTD-ARR-WS.
           MOVE NUMERO-ARR-TX   TO NUMERO-TAB-ARR-WS   (QTD-ARR-WS)
           MOVE PROGRAMA-ARR-TX TO PROGRAMA-TAB-ARR-WS (QTD-ARR-WS)
           MOVE FILIAL-ARR-TX   TO FILIAL-TAB-ARR-WS   (QTD-ARR-WS)
           MOVE PERIODO-ARR-TX  TO PERIODO-TAB-ARR-WS  (QTD-ARR-WS)
           MOVE DATA-ARR-TX     TO DATA-TAB-ARR-WS     (QTD-ARR-WS)
           MOVE HORA-ARR-TX     TO HORA-TAB-ARR-WS     (QTD-ARR-WS)
           MOVE OPERADOR-ARR-TX TO OPERADOR-TAB-ARR-WS (QTD-ARR-WS)
           MOVE VENCE-ARR-TX    TO VENCE-TAB-ARR-WS    (QTD-ARR-WS)
           MOVE ORIGEM-ARR-TX   TO ORIGEM-TAB-ARR-WS   (QTD-ARR-WS).
       LE-INDICE-EXIT.
           EXIT.
      *
       DESLOCA-ARQUIVADO.
           MOVE TAB-ARR-ITEM (IDX-TAB-ARR-WS + 1)
               TO TAB-ARR-ITEM (IDX-TAB-ARR-WS).
      *
      *    GRAVA A REIMPRESSAO, A COPIA OU O EXPURGO NO LOG
      *    PERSISTENTE DE EXECUCOES (FILTRO E CONTAGENS MONTADOS PELO
      *    CHAMADOR); O GRAVA-LIBERACAO (COPY LIBPR) REPETE A MESMA
      *    IDENTIFICACAO NO REGISTRO DE LIBERACOES
       GRAVA-LOG.
           MOVE "CADARQR" TO PROGRAMA-LOG-TX
           ACCEPT DATA-EXEC-LOG-TX FROM DATE YYYYMMDD
           ACCEPT HORA-EXEC-LOG-TX FROM TIME
           MOVE OPERADOR-EXEC-WS TO OPERADOR-LOG-TX
           MOVE HORA-EXEC-LOG-TX TO HORA-INI-LOG-TX
           MOVE 0 TO DURACAO-LOG-TX
           OPEN EXTEND ARQ-LOG
           IF  ESTADO-LOG NOT = ZEROS
               OPEN OUTPUT ARQ-LOG.
           WRITE REGLOG-TX
           CLOSE ARQ-LOG.
      *
           COPY TRAVAPR.
      *
           COPY LIBPR.
      *
           COPY OPERPR.
