      *    FILA; A QUE FALHA DE NOVO FICA PARA A PROXIMA TENTATIVA.
      *    FILA ZERADA LIBERA O LOTE. A TRAVA DE EXECUCAO POR FILIAL
      *    ("CONVRNff.LCK") E TOMADA COMO NO CONVLOTE.
      *
      *    DATA DA ALTERACAO: 10/96
      *
      *    ANTES DE REEXECUTAR O CONVCHK CHAMA O CONVXREF, COMO O
      *    CONVLOTE: COM CODIGO ORFAO NO MOVIMENTO (CONVXREF.REL) O
      *    CONVCHK NAO RODA E FICA NA FILA, SEGURANDO O LOTE.
      *
      *    DATA DA ALTERACAO: 10/96
      *
      *    A FILA TAMBEM RECEBE AS ETAPAS DO FECHAMENTO DO MES
      *    (CONVFMES), QUE ENTRAM NA ORDEM DEPOIS DA CADEIA DIARIA:
      *    ETAPA MENSAL SO RODA COM A CADEIA DIARIA DA FILIAL FORA
      *    DA FILA, AS APURACOES DE ICMS E IPI ESPERAM OS DOIS
      *    LIVROS, O MAGNETICO ESPERA TODO O FISCAL E O ESTORNO DE
      *    COMISSOES ESPERA O CONVCOMI, COMO NO CONVFMES.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           SELECT      ARQ-RLK    ASSIGN     TO   DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ESTADO-RLK.
      *
           COPY OPERSL.
      *
       DATA DIVISION.
       FILE SECTION.
           05  OPERADOR-RLK-TX           PIC X(08).
           05  DATA-RLK-TX               PIC 9(08).
           05  HORA-RLK-TX               PIC 9(06).
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
       77  ESTADO-RTY            PIC X(02).
       77  ESTADO-PRM            PIC X(02).
       77  DESCARTADOS-FILA-77 VALUE 0         PIC 9(05).
      *
      *    ORDEM DA CADEIA DE CONVERSAO, A MESMA DO CONVLOTE, PARA
      *    REEXECUTAR AS ETAPAS DA FILA NA SEQUENCIA CORRETA, SEGUIDA
      *    DAS ETAPAS DO FECHAMENTO DO MES NA ORDEM DO CONVFMES
       01  ETAPAS-WS.
           05  FILLER  VALUE "CONVFIXO"        PIC X(08).
           05  FILLER  VALUE "CONVGRUP"        PIC X(08).
           05  FILLER  VALUE "CONVPROF"        PIC X(08).
           05  FILLER  VALUE "CONVCHK"         PIC X(08).
           05  FILLER  VALUE "CONVMANF"        PIC X(08).
           05  FILLER  VALUE "CONVLSAI"        PIC X(08).
           05  FILLER  VALUE "CONVLENT"        PIC X(08).
           05  FILLER  VALUE "CONVAPUR"        PIC X(08).
           05  FILLER  VALUE "CONVIPI"         PIC X(08).
           05  FILLER  VALUE "CONVISS"         PIC X(08).
           05  FILLER  VALUE "CONVRETE"        PIC X(08).
           05  FILLER  VALUE "CONVSINT"        PIC X(08).
           05  FILLER  VALUE "CONVBALA"        PIC X(08).
           05  FILLER  VALUE "CONVCOMI"        PIC X(08).
           05  FILLER  VALUE "CONVESTO"        PIC X(08).
           05  FILLER  VALUE "CONVMETA"        PIC X(08).
           05  FILLER  VALUE "CONVHIST"        PIC X(08).
           05  FILLER  VALUE "CONVPAGA"        PIC X(08).
           05  FILLER  VALUE "CONVFLUX"        PIC X(08).
       01  FILLER REDEFINES ETAPAS-WS.
           05  PROGRAMA-ETAPA-WS OCCURS 33 TIMES  PIC X(08).
       77  QTD-ETAPAS-WS   VALUE 33            PIC 9(02).
      *    ULTIMA ETAPA DA CADEIA DIARIA; AS SEGUINTES SAO DO MES
       77  ULT-ETAPA-DIA-WS VALUE 19           PIC 9(02).
       77  IDX-ETAPA-WS                        PIC 9(02).
      *
      *    FILA DE REEXECUCAO EM MEMORIA: AS ENTRADAS DO CONVRTRY.DAT
           ACCEPT (, ) OPERADOR-EXEC-WS WITH PROMPT UPDATE
           ACCEPT ESCAPE-77 FROM ESCAPE KEY
           IF ESCAPE-77 NOT = ZEROS STOP RUN.
           MOVE "CONVRRUN" TO PROGRAMA-ACE-WS
           PERFORM AUTENTICA-OPERADOR THRU AUTENTICA-OPERADOR-EXIT.

           PERFORM CARREGA-FILA
      *    FILA MAIOR QUE A TABELA: REGRAVAR SO O QUE COUBE
               GO TO EXECUTA-ENTRADA-EXIT.
           PERFORM MOSTRA-SITUACAO-EXE
           PERFORM GRAVA-PARM-UM
      *    O LOTE SO FECHA COM OS CODIGOS DO MOVIMENTO CADASTRADOS
           IF PROGRAMA-FILA-WS (IDX-FILA-WS) = "CONVCHK"
               MOVE 0 TO RETURN-CODE
               CALL "CONVXREF"
               CANCEL "CONVXREF"
               IF RETURN-CODE NOT = ZEROS
                   MOVE 0 TO RETURN-CODE
                   PERFORM MOSTRA-SITUACAO-ERR
                   GO TO EXECUTA-ENTRADA-EXIT.
           MOVE 0 TO RETURN-CODE
           CALL PROGRAMA-FILA-WS (IDX-FILA-WS)
           IF RETURN-CODE = ZEROS
               END-PERFORM
               IF K NOT > QTD-FILA-WS
                   MOVE "S" TO PULA-FILA-WS.
      *    FECHAMENTO DO MES: NADA RODA COM A CADEIA DIARIA DA
      *    FILIAL NA FILA; AS APURACOES ESPERAM OS LIVROS, O
      *    MAGNETICO TODO O FISCAL E O ESTORNO AS COMISSOES
           IF ORDEM-FILA-WS (IDX-FILA-WS) > ULT-ETAPA-DIA-WS
               AND ORDEM-FILA-WS (IDX-FILA-WS) NOT = 99
               PERFORM VARYING K FROM 1 BY 1
                   UNTIL K > QTD-FILA-WS
                   OR (FILA-PENDENTE (K)
                       AND FILIAL-FILA-WS (K)
                           = FILIAL-FILA-WS (IDX-FILA-WS)
                       AND ORDEM-FILA-WS (K) NOT > ULT-ETAPA-DIA-WS)
               END-PERFORM
               IF K NOT > QTD-FILA-WS
                   MOVE "S" TO PULA-FILA-WS.
           IF PROGRAMA-FILA-WS (IDX-FILA-WS) = "CONVAPUR"
           OR PROGRAMA-FILA-WS (IDX-FILA-WS) = "CONVIPI"
               PERFORM VARYING K FROM 1 BY 1
                   UNTIL K > QTD-FILA-WS
                   OR (FILA-PENDENTE (K)
                       AND FILIAL-FILA-WS (K)
                           = FILIAL-FILA-WS (IDX-FILA-WS)
                       AND (PROGRAMA-FILA-WS (K) = "CONVLSAI"
                         OR PROGRAMA-FILA-WS (K) = "CONVLENT"))
               END-PERFORM
               IF K NOT > QTD-FILA-WS
                   MOVE "S" TO PULA-FILA-WS.
           IF PROGRAMA-FILA-WS (IDX-FILA-WS) = "CONVSINT"
               PERFORM VARYING K FROM 1 BY 1
                   UNTIL K > QTD-FILA-WS
                   OR (FILA-PENDENTE (K)
                       AND FILIAL-FILA-WS (K)
                           = FILIAL-FILA-WS (IDX-FILA-WS)
                       AND ORDEM-FILA-WS (K) > ULT-ETAPA-DIA-WS
                       AND ORDEM-FILA-WS (K)
                           < ORDEM-FILA-WS (IDX-FILA-WS))
               END-PERFORM
               IF K NOT > QTD-FILA-WS
                   MOVE "S" TO PULA-FILA-WS.
           IF PROGRAMA-FILA-WS (IDX-FILA-WS) = "CONVESTO"
               PERFORM VARYING K FROM 1 BY 1
                   UNTIL K > QTD-FILA-WS
                   OR (FILA-PENDENTE (K)
                       AND FILIAL-FILA-WS (K)
                           = FILIAL-FILA-WS (IDX-FILA-WS)
                       AND PROGRAMA-FILA-WS (K) = "CONVCOMI")
               END-PERFORM
               IF K NOT > QTD-FILA-WS
                   MOVE "S" TO PULA-FILA-WS.
      *
      *    TOMA A TRAVA DE EXECUCAO DA FILIAL DA ENTRADA CORRENTE,
      *    SOLTANDO ANTES A DA FILIAL ANTERIOR SE A FILA MUDOU DE
           MOVE ZEROS           TO TELA-PARM-TX
           MOVE OPERADOR-EXEC-WS TO OPERADOR-PARM-TX
           WRITE REGPARM-TX
      *    O CONVCHK E PRECEDIDO DO CONVXREF, COM A MESMA FAIXA
           IF PROGRAMA-FILA-WS (IDX-FILA-WS) = "CONVCHK"
               MOVE "CONVXREF" TO PROGRAMA-PARM-TX
               WRITE REGPARM-TX.
           CLOSE ARQ-PRM.
      *
      *    CARREGA A FILA DO CONVRTRY.DAT PARA A MEMORIA, ANOTANDO A
           CLOSE ARQ-LOG.
      *
           COPY DURAPR.
      *
           COPY OPERPR.
