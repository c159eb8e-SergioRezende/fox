      *
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. CONVPGRT.
       AUTHOR. LUIS AUGUSTO.
      *
      *    DATA DA ALTERACAO: 10/96
      *
      *    RETORNO DO PAGAMENTO A FORNECEDORES: LE O RETORNO QUE O
      *    BANCO DEVOLVE PARA O ARQUIVO GERADO PELO CONVPGFO (MESMO
      *    LAYOUT FEBRABAN CNAB 240, SEGMENTO "A") E CASA CADA
      *    PAGAMENTO COM A PARCELA ENVIADA NO "ARQPGFO.DAT" PELO SEU
      *    NUMERO (FILIAL, FORNECEDOR, NOTA E PARCELA). OCORRENCIA
      *    "00" = PAGAMENTO EFETUADO: A PARCELA FICA "P" E O
      *    PAGAMENTO E LANCADO NO "ARQPGTO.DAT" COM A DATA E O VALOR
      *    EFETIVOS DO BANCO (O CONVCPAB PASSA A ABATE-LO COMO SE
      *    TIVESSE SIDO DIGITADO NO CADPGTO). "BD" = PAGAMENTO
      *    AGENDADO NO BANCO: A PARCELA CONTINUA AGUARDANDO O RETORNO
      *    DE EFETIVACAO. QUALQUER OUTRA OCORRENCIA E REJEICAO: A
      *    PARCELA FICA "R" COM O CODIGO E VOLTA A SER SELECIONAVEL
      *    NO PROXIMO ARQUIVO. O RESULTADO SAI EM "CONVPGRT.REL",
      *    COM AS OCORRENCIAS SEM PAR E AS JA PROCESSADAS.
      *    POSICOES USADAS DO SEGMENTO A: SEU NUMERO 74-93, DATA DO
      *    PAGAMENTO 94-101 E VALOR 120-134 (OS DA REMESSA), DATA
      *    EFETIVA 155-162 E VALOR EFETIVO 163-177 (QUANDO O BANCO
      *    PREENCHE) E OCORRENCIAS 231-240.
      *
      *    DATA DA ALTERACAO: 10/96
      *
      *    CADA "CONVPGRT.REL" GERADO E GUARDADO NO ARQUIVO DE
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
           SELECT      ARQ-RET    ASSIGN     TO   DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ESTADO-RET.
      *
           SELECT      ARQ-REL    ASSIGN     TO   "CONVPGRT.REL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ESTADO-REL.
      *
           SELECT      ARQ-LOG    ASSIGN     TO   "CONVLOG.LOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ESTADO-LOG.
      *
           COPY ARQRSL.
      *
           COPY PGTOSL.
      *
           COPY PGFOSL.
      *
           COPY TRAVASL.
      *
           COPY OPERSL.
      *
       DATA DIVISION.
       FILE SECTION.
      *
      *    RETORNO DO BANCO (CNAB 240 DE PAGAMENTO A FORNECEDORES)
       FD  ARQ-RET
           LABEL     RECORD       STANDARD
           VALUE     OF FILE-ID   ARQRET-WS
           DATA      RECORD       REG-RET.
       01  REG-RET                           PIC X(240).
      *    SEGMENTO A - PAGAMENTO AO FAVORECIDO (TIPO "3")
       01  R240-SEG-A.
           05  BANCO-A240                    PIC 9(03).
           05  LOTE-A240                     PIC 9(04).
           05  TIPO-A240                     PIC X(01).
           05  SEQ-A240                      PIC 9(05).
           05  SEG-A240                      PIC X(01).
           05  FILLER                        PIC X(59).
           05  SEU-NUM-A240.
               10  FILIAL-SN-A240            PIC 9(02).
               10  FORN-SN-A240              PIC 9(04).
               10  NUMERO-SN-A240            PIC 9(06).
               10  PARCELA-SN-A240           PIC 9(01).
               10  FILLER                    PIC X(07).
           05  DATA-PAG-A240.
               10  DIA-PAG-A240              PIC 9(02).
               10  MES-PAG-A240              PIC 9(02).
               10  ANO-PAG-A240              PIC 9(04).
           05  FILLER                        PIC X(18).
           05  VALOR-A240                    PIC 9(15).
           05  FILLER                        PIC X(20).
           05  DATA-REAL-A240.
               10  DIA-REAL-A240             PIC 9(02).
               10  MES-REAL-A240             PIC 9(02).
               10  ANO-REAL-A240             PIC 9(04).
           05  VALOR-REAL-A240               PIC 9(15).
           05  FILLER                        PIC X(53).
           05  OCORR-A240                    PIC X(10).
      *
       FD  ARQ-REL
           LABEL     RECORD       STANDARD
           VALUE     OF FILE-ID   "CONVPGRT.REL"
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
           COPY PGTOFD.
      *
           COPY PGFOFD.
      *
           COPY TRAVAFD.
      *
           COPY OPERFD.
      *
       WORKING-STORAGE SECTION.
      *
       77  OPERADOR-EXEC-WS VALUE "????????"   PIC X(08).
      *
           COPY OPERWS.
      *
       77  ESTADO-RET            PIC X(02).
       77  ESTADO-PGT            PIC X(02).
       77  ESTADO-REL            PIC X(02).
       77  ESTADO-LOG            PIC X(02).
       77  LIDOS-77        VALUE 0             PIC 9(07).
       77  PAGAS-77        VALUE 0             PIC 9(05).
       77  REJEITADAS-77   VALUE 0             PIC 9(05).
       77  AGENDADAS-77    VALUE 0             PIC 9(05).
       77  SEM-PAR-77      VALUE 0             PIC 9(05).
       77  DESCARTADOS-OCO-77 VALUE 0          PIC 9(05).
       77  I                                   PIC 9(02).
       77  E                                   PIC 9(02).
       77  FIM-RET-WS                          PIC X(01).
           88  ACABOU-RET                      VALUE "S".
       77  FALHOU-PGF-WS   VALUE "N"           PIC X(01).
           88  FALHOU-PGF                      VALUE "S".
      *
       01  NOME-RETORNO-WS                     PIC X(14).
       01  ARQRET-WS                           PIC X(14).
       01  HOJE-WS                             PIC 9(08).
      *
      *    OCORRENCIAS DO RETORNO. RESULTADO: "P" PAGA, "R"
      *    REJEITADA, "A" AGENDADA, "N" SEM PARCELA ENVIADA NO
      *    CONTROLE, "J" JA PROCESSADA POR RETORNO ANTERIOR
       77  QTD-OCO-WS      VALUE 0             PIC 9(04).
       77  IDX-OCO-WS                          PIC 9(04).
       01  TAB-OCO-WS.
           05  TAB-OCO-ITEM OCCURS 2000 TIMES.
               10  FILIAL-OCO-WS               PIC 9(02).
               10  FORN-OCO-WS                 PIC 9(04).
               10  NUMERO-OCO-WS               PIC 9(06).
               10  PARCELA-OCO-WS              PIC 9(01).
               10  DATA-OCO-WS.
                   15  ANO-OCO-WS              PIC 9(04).
                   15  MES-OCO-WS              PIC 9(02).
                   15  DIA-OCO-WS              PIC 9(02).
               10  VALOR-OCO-WS                PIC 9(13).
               10  OCORR-OCO-WS                PIC X(10).
               10  RESULTADO-OCO-WS            PIC X(01).
                   88  OCO-PAGA                VALUE "P".
                   88  OCO-REJEITADA           VALUE "R".
                   88  OCO-AGENDADA            VALUE "A".
                   88  OCO-SEM-PAR             VALUE "N".
                   88  OCO-JA-PROCESSADA       VALUE "J".
      *
       01  LINHA-CAB-WS.
           05  FILLER  VALUE
               "RETORNO DO PAGAMENTO A FORNECEDORES - ARQUIVO "
                                               PIC X(46).
           05  ARQ-CAB-WS                      PIC X(14).
       01  LINHA-TIT-WS.
           05  FILLER  VALUE
               "FL FORN NOTA/P    DATA PAGTO          VALOR OCORRENCIA"
                                               PIC X(54).
           05  FILLER  VALUE " SITUACAO"       PIC X(09).
       01  LINHA-OCO-WS.
           05  FILIAL-LIN-WS                   PIC 9(02).
           05  FILLER                          PIC X(01).
           05  FORN-LIN-WS                     PIC 9(04).
           05  FILLER                          PIC X(01).
           05  NUMERO-LIN-WS                   PIC 9(06).
           05  FILLER  VALUE "/"               PIC X(01).
           05  PARCELA-LIN-WS                  PIC 9(01).
           05  FILLER                          PIC X(02).
           05  DIA-LIN-WS                      PIC 9(02).
           05  FILLER  VALUE "/"               PIC X(01).
           05  MES-LIN-WS                      PIC 9(02).
           05  FILLER  VALUE "/"               PIC X(01).
           05  ANO-LIN-WS                      PIC 9(04).
           05  FILLER                          PIC X(01).
           05  VALOR-LIN-WS                    PIC ZZ.ZZZ.ZZZ.ZZ9.
           05  FILLER                          PIC X(01).
           05  OCORR-LIN-WS                    PIC X(10).
           05  FILLER                          PIC X(01).
           05  SITUACAO-LIN-WS                 PIC X(30).
       01  LINHA-TOT-WS.
           05  TITULO-TOT-WS                   PIC X(20).
           05  QTD-TOT-WS                      PIC ZZZZ9.
      *
           COPY TELAWS.
           COPY DURAWS.
           COPY PGFOVL.
           COPY TRAVAWS.
      *
           COPY ARQRVL.
      *
       PROCEDURE DIVISION.
      *
       INICIO-010.
           DISPLAY (1, 1) ERASE.
           ACCEPT HORA-INI-EXEC-WS FROM TIME.
       015-DATAS.
           DISPLAY (5, 10)
               "* RETORNO DO PAGAMENTO A FORNECEDORES *"

           DISPLAY (9, 10) "Operador................:"
           ACCEPT (, ) OPERADOR-EXEC-WS WITH PROMPT UPDATE
           MOVE "CONVPGRT" TO PROGRAMA-ACE-WS
           PERFORM AUTENTICA-OPERADOR THRU AUTENTICA-OPERADOR-EXIT.

           MOVE SPACES TO NOME-RETORNO-WS
           DISPLAY (10, 10) "Arquivo retorno do banco:"
           ACCEPT (, ) NOME-RETORNO-WS WITH PROMPT UPDATE
           ACCEPT ESCAPE-77 FROM ESCAPE KEY
           IF ESCAPE-77 NOT = ZEROS STOP RUN.
           IF NOME-RETORNO-WS = SPACES
               GO TO INICIO-010.

           DISPLAY (12, 10) "PAGAMENTOS LIDOS:        PAGOS:"
           MOVE 0 TO LIDOS-77 PAGAS-77 REJEITADAS-77 AGENDADAS-77
           MOVE 0 TO SEM-PAR-77 QTD-OCO-WS DESCARTADOS-OCO-77
           ACCEPT HOJE-WS FROM DATE YYYYMMDD
           PERFORM CARREGA-RETORNO THRU CARREGA-RETORNO-EXIT
           IF QTD-OCO-WS = ZEROS
               DISPLAY (23, 10) "RETORNO VAZIO OU NAO ENCONTRADO"
               GO TO 015-DATAS.
      *    RETORNO MAIOR QUE A TABELA: NADA E BAIXADO, PARA NAO
      *    FICAR RETORNO PROCESSADO PELA METADE
           IF DESCARTADOS-OCO-77 NOT = ZEROS
               DISPLAY (23, 10) "ESTOURO DE TABELA - RETORNO IGNORADO"
               GO TO 015-DATAS.
           PERFORM ATUALIZA-CONTROLE THRU ATUALIZA-CONTROLE-EXIT
           IF FALHOU-PGF
               DISPLAY (23, 10) "CONTROLE ARQPGFO.DAT CHEIO OU AUSENTE"
               GO TO 015-DATAS.
           PERFORM LANCA-PAGAMENTOS THRU LANCA-PAGAMENTOS-EXIT
           PERFORM IMPRIME-RESULTADO
           PERFORM GRAVA-LOG
           DISPLAY (23, 10) "RETORNO PROCESSADO - VEJA CONVPGRT.REL"
           GO TO 015-DATAS.
      *
      *    CARREGA OS SEGMENTOS A DO RETORNO
       CARREGA-RETORNO.
           MOVE NOME-RETORNO-WS TO ARQRET-WS
           MOVE "N" TO FIM-RET-WS
           OPEN INPUT ARQ-RET
           IF ESTADO-RET NOT = ZEROS
               GO TO CARREGA-RETORNO-EXIT.
           PERFORM LE-RETORNO THRU LE-RETORNO-EXIT UNTIL ACABOU-RET
           CLOSE ARQ-RET.
       CARREGA-RETORNO-EXIT.
           EXIT.
      *
       LE-RETORNO.
           READ ARQ-RET AT END MOVE "S" TO FIM-RET-WS END-READ
           IF ACABOU-RET GO TO LE-RETORNO-EXIT.
           IF TIPO-A240 NOT = "3" OR SEG-A240 NOT = "A"
               GO TO LE-RETORNO-EXIT.
           ADD 1 TO LIDOS-77
           DISPLAY (12, 28) LIDOS-77
           IF QTD-OCO-WS NOT < 2000
               ADD 1 TO DESCARTADOS-OCO-77
               GO TO LE-RETORNO-EXIT.
           ADD 1 TO QTD-OCO-WS
           MOVE FILIAL-SN-A240  TO FILIAL-OCO-WS  (QTD-OCO-WS)
           MOVE FORN-SN-A240    TO FORN-OCO-WS    (QTD-OCO-WS)
           MOVE NUMERO-SN-A240  TO NUMERO-OCO-WS  (QTD-OCO-WS)
           MOVE PARCELA-SN-A240 TO PARCELA-OCO-WS (QTD-OCO-WS)
           MOVE OCORR-A240      TO OCORR-OCO-WS   (QTD-OCO-WS)
           MOVE "N" TO RESULTADO-OCO-WS (QTD-OCO-WS)
      *    DATA E VALOR EFETIVOS QUANDO O BANCO INFORMA; SENAO OS DA
      *    REMESSA
           IF DATA-REAL-A240 NOT NUMERIC OR DIA-REAL-A240 = ZEROS
               MOVE ANO-PAG-A240 TO ANO-OCO-WS (QTD-OCO-WS)
               MOVE MES-PAG-A240 TO MES-OCO-WS (QTD-OCO-WS)
               MOVE DIA-PAG-A240 TO DIA-OCO-WS (QTD-OCO-WS)
           ELSE
               MOVE ANO-REAL-A240 TO ANO-OCO-WS (QTD-OCO-WS)
               MOVE MES-REAL-A240 TO MES-OCO-WS (QTD-OCO-WS)
               MOVE DIA-REAL-A240 TO DIA-OCO-WS (QTD-OCO-WS).
           IF VALOR-REAL-A240 NOT NUMERIC OR VALOR-REAL-A240 = ZEROS
               MOVE VALOR-A240 TO VALOR-OCO-WS (QTD-OCO-WS)
           ELSE
               MOVE VALOR-REAL-A240 TO VALOR-OCO-WS (QTD-OCO-WS).
       LE-RETORNO-EXIT.
           EXIT.
      *
      *    MARCA O CONTROLE SOB A TRAVA DO "ARQPGFO.DAT" (O CONVPGFO
      *    DE OUTRA ESTACAO PODE ESTAR ACRESCENTANDO UM ARQUIVO)
       ATUALIZA-CONTROLE.
           MOVE "N" TO FALHOU-PGF-WS
           MOVE "ARQPGFO.LIV" TO TRAVA-LIV-WS
           MOVE "ARQPGFO.LCK" TO TRAVA-LCK-WS
           PERFORM OBTEM-TRAVA THRU OBTEM-TRAVA-EXIT
           PERFORM CARREGA-PGFO THRU CARREGA-PGFO-EXIT
      *    CONTROLE MAIOR QUE A TABELA NAO PODE SER REGRAVADO (AS
      *    LINHAS QUE NAO COUBERAM SERIAM PERDIDAS)
           IF QTD-PGFO-WS = ZEROS OR DESCARTADOS-PGF-77 NOT = ZEROS
               MOVE "S" TO FALHOU-PGF-WS
               GO TO ATUALIZA-CONTROLE-SOLTA.
           PERFORM CASA-OCORRENCIA THRU CASA-OCORRENCIA-EXIT
               VARYING IDX-OCO-WS FROM 1 BY 1
               UNTIL IDX-OCO-WS > QTD-OCO-WS
           PERFORM GRAVA-PGFO.
       ATUALIZA-CONTROLE-SOLTA.
           PERFORM SOLTA-TRAVA.
       ATUALIZA-CONTROLE-EXIT.
           EXIT.
      *
       CASA-OCORRENCIA.
           MOVE FILIAL-OCO-WS (IDX-OCO-WS) TO FILIAL-BUSCA-PGF-WS
           MOVE FORN-OCO-WS (IDX-OCO-WS) TO FORN-BUSCA-PGF-WS
           MOVE NUMERO-OCO-WS (IDX-OCO-WS) TO NUMERO-BUSCA-PGF-WS
           MOVE PARCELA-OCO-WS (IDX-OCO-WS) TO PARCELA-BUSCA-PGF-WS
           PERFORM ACHA-PGFO
           IF IDX-ACHADO-PGF-WS = ZEROS
               ADD 1 TO SEM-PAR-77
               GO TO CASA-OCORRENCIA-EXIT.
           IF NOT PGF-ENVIADA (IDX-ACHADO-PGF-WS)
               MOVE "J" TO RESULTADO-OCO-WS (IDX-OCO-WS)
               ADD 1 TO SEM-PAR-77
               GO TO CASA-OCORRENCIA-EXIT.
           IF OCORR-OCO-WS (IDX-OCO-WS) (1:2) = "BD"
               MOVE "A" TO RESULTADO-OCO-WS (IDX-OCO-WS)
               ADD 1 TO AGENDADAS-77
               GO TO CASA-OCORRENCIA-EXIT.
           MOVE HOJE-WS TO RETORNO-TAB-PGF-WS (IDX-ACHADO-PGF-WS)
           MOVE OCORR-OCO-WS (IDX-OCO-WS)
               TO OCORR-TAB-PGF-WS (IDX-ACHADO-PGF-WS)
           IF OCORR-OCO-WS (IDX-OCO-WS) (1:2) = "00"
               MOVE "P" TO SITUACAO-TAB-PGF-WS (IDX-ACHADO-PGF-WS)
               MOVE "P" TO RESULTADO-OCO-WS (IDX-OCO-WS)
               ADD 1 TO PAGAS-77
               DISPLAY (12, 42) PAGAS-77
           ELSE
               MOVE "R" TO SITUACAO-TAB-PGF-WS (IDX-ACHADO-PGF-WS)
               MOVE "R" TO RESULTADO-OCO-WS (IDX-OCO-WS)
               ADD 1 TO REJEITADAS-77.
       CASA-OCORRENCIA-EXIT.
           EXIT.
      *
      *    LANCA NO "ARQPGTO.DAT" OS PAGAMENTOS EFETUADOS (EM EXTEND,
      *    COMO O CADPGTO)
       LANCA-PAGAMENTOS.
           IF PAGAS-77 = ZEROS
               GO TO LANCA-PAGAMENTOS-EXIT.
           OPEN EXTEND ARQ-PGT
           IF ESTADO-PGT NOT = ZEROS
               OPEN OUTPUT ARQ-PGT.
           PERFORM LANCA-UM-PAGAMENTO
               VARYING IDX-OCO-WS FROM 1 BY 1
               UNTIL IDX-OCO-WS > QTD-OCO-WS
           CLOSE ARQ-PGT.
       LANCA-PAGAMENTOS-EXIT.
           EXIT.
      *
       LANCA-UM-PAGAMENTO.
           IF OCO-PAGA (IDX-OCO-WS)
               MOVE FILIAL-OCO-WS (IDX-OCO-WS)  TO FILIAL-PGT-TX
               MOVE FORN-OCO-WS (IDX-OCO-WS)    TO FORN-PGT-TX
               MOVE NUMERO-OCO-WS (IDX-OCO-WS)  TO NUMERO-PGT-TX
               MOVE PARCELA-OCO-WS (IDX-OCO-WS) TO PARCELA-PGT-TX
               MOVE ANO-OCO-WS (IDX-OCO-WS)     TO ANO-PGT-TX
               MOVE MES-OCO-WS (IDX-OCO-WS)     TO MES-PGT-TX
               MOVE DIA-OCO-WS (IDX-OCO-WS)     TO DIA-PGT-TX
               MOVE VALOR-OCO-WS (IDX-OCO-WS)   TO VALOR-PGT-TX
               MOVE ZEROS TO JUROS-PGT-TX DESCONTO-PGT-TX
               MOVE OPERADOR-EXEC-WS TO OPERADOR-PGT-TX
               MOVE HOJE-WS TO DATA-LANC-PGT-TX
               WRITE REGPGT-TX.
      *
      *    RESULTADO DO RETORNO: UMA LINHA POR PAGAMENTO E TOTAIS
       IMPRIME-RESULTADO.
           OPEN OUTPUT ARQ-REL
           MOVE NOME-RETORNO-WS TO ARQ-CAB-WS
           WRITE REG-REL FROM LINHA-CAB-WS
           MOVE SPACES TO REG-REL
           WRITE REG-REL
           WRITE REG-REL FROM LINHA-TIT-WS
           PERFORM IMPRIME-OCORRENCIA
               VARYING IDX-OCO-WS FROM 1 BY 1
               UNTIL IDX-OCO-WS > QTD-OCO-WS
           MOVE SPACES TO REG-REL
           WRITE REG-REL
           MOVE "PAGAS..............:" TO TITULO-TOT-WS
           MOVE PAGAS-77 TO QTD-TOT-WS
           WRITE REG-REL FROM LINHA-TOT-WS
           MOVE "REJEITADAS.........:" TO TITULO-TOT-WS
           MOVE REJEITADAS-77 TO QTD-TOT-WS
           WRITE REG-REL FROM LINHA-TOT-WS
           MOVE "AGENDADAS..........:" TO TITULO-TOT-WS
           MOVE AGENDADAS-77 TO QTD-TOT-WS
           WRITE REG-REL FROM LINHA-TOT-WS
           MOVE "SEM PAR/PROCESSADAS:" TO TITULO-TOT-WS
           MOVE SEM-PAR-77 TO QTD-TOT-WS
           WRITE REG-REL FROM LINHA-TOT-WS
           CLOSE ARQ-REL.
      *
       IMPRIME-OCORRENCIA.
           MOVE FILIAL-OCO-WS (IDX-OCO-WS) TO FILIAL-LIN-WS
           MOVE FORN-OCO-WS (IDX-OCO-WS) TO FORN-LIN-WS
           MOVE NUMERO-OCO-WS (IDX-OCO-WS) TO NUMERO-LIN-WS
           MOVE PARCELA-OCO-WS (IDX-OCO-WS) TO PARCELA-LIN-WS
           MOVE DIA-OCO-WS (IDX-OCO-WS) TO DIA-LIN-WS
           MOVE MES-OCO-WS (IDX-OCO-WS) TO MES-LIN-WS
           MOVE ANO-OCO-WS (IDX-OCO-WS) TO ANO-LIN-WS
           MOVE VALOR-OCO-WS (IDX-OCO-WS) TO VALOR-LIN-WS
           MOVE OCORR-OCO-WS (IDX-OCO-WS) TO OCORR-LIN-WS
           IF OCO-PAGA (IDX-OCO-WS)
               MOVE "PAGA - LANCADA NO ARQPGTO" TO SITUACAO-LIN-WS.
           IF OCO-REJEITADA (IDX-OCO-WS)
               MOVE "REJEITADA - VOLTA A AGENDA" TO SITUACAO-LIN-WS.
           IF OCO-AGENDADA (IDX-OCO-WS)
               MOVE "AGENDADA NO BANCO" TO SITUACAO-LIN-WS.
           IF OCO-SEM-PAR (IDX-OCO-WS)
               MOVE "SEM PARCELA ENVIADA" TO SITUACAO-LIN-WS.
           IF OCO-JA-PROCESSADA (IDX-OCO-WS)
               MOVE "JA PROCESSADA ANTES" TO SITUACAO-LIN-WS.
           WRITE REG-REL FROM LINHA-OCO-WS.
      *
      *    GRAVA UMA LINHA NO LOG PERSISTENTE DE EXECUCOES (CONVLOG.LOG)
       GRAVA-LOG.
           MOVE "CONVPGRT" TO PROGRAMA-LOG-TX
           ACCEPT DATA-EXEC-LOG-TX FROM DATE YYYYMMDD
           ACCEPT HORA-EXEC-LOG-TX FROM TIME
           MOVE OPERADOR-EXEC-WS TO OPERADOR-LOG-TX
           ACCEPT HORA-FIM-EXEC-WS FROM TIME
           PERFORM CALCULA-DURACAO
           MOVE HORA-INI6-EXEC-WS TO HORA-INI-LOG-TX
           MOVE DURACAO-EXEC-WS TO DURACAO-LOG-TX
           MOVE SPACES TO FILTRO-LOG-TX
           STRING "RET=" NOME-RETORNO-WS " PAGAS=" PAGAS-77
               " REJ=" REJEITADAS-77 " SEMPAR=" SEM-PAR-77
               DELIMITED BY SIZE
               INTO FILTRO-LOG-TX
           MOVE LIDOS-77 TO LIDOS-LOG-TX
           MOVE PAGAS-77 TO GRAVADOS-LOG-TX
           MOVE REJEITADAS-77 TO GRAVADOS2-LOG-TX
           MOVE "CONVPGRT.REL" TO NOME-REL-ARR-WS
           PERFORM GUARDA-RELATORIO THRU GUARDA-RELATORIO-EXIT
           OPEN EXTEND ARQ-LOG
           IF  ESTADO-LOG NOT = ZEROS
               OPEN OUTPUT ARQ-LOG.
           WRITE REGLOG-TX
           CLOSE ARQ-LOG.
      *
           COPY PGFOPR.
      *
           COPY TRAVAPR.
      *
           COPY DURAPR.
      *
           COPY OPERPR.
      *
           COPY ARQRPR.
