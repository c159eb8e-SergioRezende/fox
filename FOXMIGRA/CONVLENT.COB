      *    SUBTOTAIS POR CFO/ALIQUOTA E TOTAL GERAL, NA MESMA
      *    PAGINACAO DO CONVLSAI - OS DOIS LIVROS SAEM DA IMPRESSORA
      *    NA MESMA MANHA.
      *
      *    DATA DA ALTERACAO: 10/96
      *
      *    CADASTRO DE CFO ("ARQCFO.DAT", MANTIDO PELO CADCFOP): O
      *    SUBTOTAL DE CADA CFO SAI COM A DESCRICAO, O ICMS SO E
      *    ESCRITURADO PARA CFO QUE GERA CREDITO DE ICMS E O LIVRO
      *    FECHA TAMBEM COM O TOTAL DAS TRANSFERENCIAS ENTRE FILIAIS.
      *    ENTRADAS COM CFO FORA DO CADASTRO SAEM NUMA LISTA DE
      *    EXCECOES ANTES DO LIVRO (E CONTINUAM NA REGRA ANTIGA). SEM
      *    CADASTRO, VALE A REGRA ANTIGA PARA TUDO.
      *
      *    DATA DA ALTERACAO: 10/96
      *
      *    AS ROTINAS COMUNS PASSAM PARA UMA SECAO PROPRIA: A SECAO
      *    DE SAIDA DO SORT NAO CORRE MAIS ATE O TERMINA-ERRO-PARM,
      *    QUE DEVOLVIA CODIGO 8 COM O RELATORIO GRAVADO E FAZIA A
      *    CHAMADA NAO ASSISTIDA PARECER FALHA.
      *
      *    DATA DA ALTERACAO: 10/96
      *
      *    CADA "CONVLENT.REL" GERADO E GUARDADO NO ARQUIVO DE
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
           05  ALQICM-SRT                    PIC 9(02)V9(01).
           05  ICM-SRT                       PIC 9(13).
           05  TOTAL-SRT                     PIC 9(13).
           05  ACHOU-CFP-SRT                 PIC X(01).
           05  TRANSF-CFP-SRT                PIC X(01).
      *
      *    ARQUIVO DIARIO DE ENTRADAS GERADO PELO CONVENTR: SO OS
      *    CAMPOS QUE O LIVRO USA SAO MAPEADOS, O RESTO E FILLER
           LABEL     RECORD       STANDARD
           VALUE     OF FILE-ID   "CONVLENT.REL"
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
       77  TOT-BASE-WS     VALUE 0             PIC 9(13).
       77  TOT-ICM-WS      VALUE 0             PIC 9(13).
       77  TOT-TOTAL-WS    VALUE 0             PIC 9(13).
       77  TOT-TRANSF-WS   VALUE 0             PIC 9(13).
      *
      *    CALENDARIO (ULTIMO DIA DO MES DO LIVRO)
       01  DIAS-MES-VL-WS  PIC X(24) VALUE "312831303130313130313031".
           05  BASE-SUB-LIN-WS                 PIC ZZZ.ZZZ.ZZZ.ZZ9.
           05  FILLER  VALUE " ICMS "          PIC X(06).
           05  ICM-SUB-LIN-WS                  PIC ZZZ.ZZZ.ZZZ.ZZ9.
           05  FILLER                          PIC X(01) VALUE SPACES.
           05  DESCR-SUB-LIN-WS                PIC X(30).
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
           MOVE "CONVLENT" TO PROGRAMA-EXEC-WS
           PERFORM CARREGA-PARM
           IF MODO-AUTO AND TELA-PARM-WS NOT = ZEROS
           DISPLAY (9, 10) "Operador................:"
           IF NOT MODO-AUTO
               ACCEPT (, ) OPERADOR-EXEC-WS WITH PROMPT UPDATE.
           MOVE "CONVLENT" TO PROGRAMA-ACE-WS
           MOVE MODO-AUTO-WS TO SEM-SENHA-ACE-WS
           PERFORM AUTENTICA-OPERADOR THRU AUTENTICA-OPERADOR-EXIT.

           DISPLAY (10, 10) "Informe o Drive dos arqs:"
           IF NOT MODO-AUTO
           DISPLAY (15, 10) "ENTRADAS LIDAS:        IMPRESSAS:"
           MOVE 0 TO LIDOS-77 IMPRESSAS-77 QTD-SUB-WS
           MOVE 0 TO DESCARTADOS-SUB-77 PAGINA-WS
           MOVE 0 TO TOT-BASE-WS TOT-ICM-WS TOT-TOTAL-WS TOT-TRANSF-WS
           MOVE 99 TO LINHAS-PAG-WS
           SORT ARQ-SRT
               ON ASCENDING KEY DTNTF-SRT FORN-SRT NUMERO-SRT
               INPUT  PROCEDURE IS 100-CARGA
               OUTPUT PROCEDURE IS 200-LIVRO
           DISPLAY (23, 10) "LIVRO GRAVADO EM CONVLENT.REL"
           IF QTD-EXC-CFP-WS NOT = ZEROS
               DISPLAY (22, 10) "ENTRADAS COM CFO FORA DO CADASTRO:"
               DISPLAY (22, 45) QTD-EXC-CFP-WS.
           PERFORM REPINTA-TELA
           PERFORM GRAVA-LOG
           IF MODO-AUTO GOBACK.
           MOVE ALQICM-NT  TO ALQICM-SRT
           MOVE ICM-NT     TO ICM-SRT
           MOVE TOTAL-NT   TO TOTAL-SRT
      *    CONFERE O CFO NO CADASTRO: CFO QUE NAO GERA CREDITO DE
      *    ICMS ENTRA NO LIVRO SEM O ICMS
           MOVE CFO-NT TO CODIGO-BUSCA-CFP-WS
           MOVE SPACES TO DOC-BUSCA-CFP-WS
           STRING "ENTRADA FORN " FORN-NT " NF " NUMERO-NT
               " DIA " DIA-LIV-WS
               DELIMITED BY SIZE INTO DOC-BUSCA-CFP-WS
           PERFORM CONFERE-CFOP THRU CONFERE-CFOP-EXIT
           IF ACHOU-CFP AND NOT ICMS-CRE-ATU-CFP
               MOVE ZEROS TO ICM-SRT.
           MOVE ACHOU-CFP-WS      TO ACHOU-CFP-SRT
           MOVE TRANSF-ATU-CFP-WS TO TRANSF-CFP-SRT
           RELEASE REG-SRT.
       130-LE-ENTRADA-EXIT.
           EXIT.
       200-LIVRO SECTION.
       210-PREPARA.
           OPEN OUTPUT ARQ-REL
           PERFORM IMPRIME-EXC-CFOP THRU IMPRIME-EXC-CFOP-EXIT
           MOVE "N" TO FIM-SRT-WS.
       220-DEVOLVE.
           RETURN ARQ-SRT
           ADD BASE-SRT  TO TOT-BASE-WS
           ADD ICM-SRT   TO TOT-ICM-WS
           ADD TOTAL-SRT TO TOT-TOTAL-WS
           IF ACHOU-CFP-SRT = "S" AND TRANSF-CFP-SRT = "S"
               ADD TOTAL-SRT TO TOT-TRANSF-WS.
           PERFORM 250-ACUMULA-SUB THRU 250-ACUMULA-SUB-FIM
           GO TO 220-DEVOLVE.
      *
      *    ACUMULA O SUBTOTAL DO PAR CFO/ALIQUOTA DA LINHA
           WRITE REG-REL
           MOVE 4 TO LINHAS-PAG-WS.
      *
      *    UMA LINHA DE SUBTOTAL CFO/ALIQUOTA, COM A DESCRICAO DO CFO
       265-LINHA-SUB.
           MOVE CFO-SUB-WS (IDX-SUB-WS) TO CFO-SUB-LIN-WS
           MOVE ALQ-SUB-WS (IDX-SUB-WS) TO ALQ-SUB-LIN-WS
           MOVE QTD-NOTAS-SUB-WS (IDX-SUB-WS) TO QTD-SUB-LIN-WS
           MOVE BASE-SUB-WS (IDX-SUB-WS) TO BASE-SUB-LIN-WS
           MOVE ICM-SUB-WS (IDX-SUB-WS) TO ICM-SUB-LIN-WS
           MOVE CFO-SUB-WS (IDX-SUB-WS) TO CODIGO-BUSCA-CFP-WS
           PERFORM DESCREVE-CFOP THRU DESCREVE-CFOP-EXIT
           MOVE DESCR-ATU-CFP-WS TO DESCR-SUB-LIN-WS
           WRITE REG-REL FROM LINHA-SUB-WS.
      *
      *    SUBTOTAIS POR CFO/ALIQUOTA E TOTAL GERAL
       270-SUBTOTAIS.
           MOVE SPACES TO REG-REL
           WRITE REG-REL
           PERFORM 265-LINHA-SUB
               VARYING IDX-SUB-WS FROM 1 BY 1
               UNTIL IDX-SUB-WS > QTD-SUB-WS
           IF DESCARTADOS-SUB-77 NOT = ZEROS
               MOVE SPACES TO REG-REL
               STRING "ESTOURO SUBTOTAIS: " DESCARTADOS-SUB-77
           STRING "            TOTAL=" TOT-TOTAL-WS
               DELIMITED BY SIZE INTO REG-REL
           WRITE REG-REL
           IF QTD-CFOP-WS NOT = ZEROS
               MOVE SPACES TO REG-REL
               STRING "            TRANSFERENCIAS=" TOT-TRANSF-WS
                   DELIMITED BY SIZE INTO REG-REL
               WRITE REG-REL.
           CLOSE ARQ-REL.
       290-FIM.
           EXIT.
      *
      *    ROTINAS COMUNS, FORA DAS SECOES DO SORT
       900-ROTINAS SECTION.
      *
      *    PINTA OS CONTADORES SO A CADA INTERVALO-TELA-WS REGISTROS
       MOSTRA-PROGRESSO.
           SUBTRACT 1 FROM CONTA-TELA-WS
           MOVE LIDOS-77 TO LIDOS-LOG-TX
           MOVE IMPRESSAS-77 TO GRAVADOS-LOG-TX
           MOVE 0 TO GRAVADOS2-LOG-TX
           MOVE "CONVLENT.REL" TO NOME-REL-ARR-WS
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
