      *
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. CONVLIBL.
       AUTHOR. LUIS AUGUSTO.
      *
      *    DATA DA ALTERACAO: 10/96
      *
      *    LIBERACAO DO LOTE PARA A TRANSMISSAO: ENTRE O CONVMANF E O
      *    CONVTRAN, REUNE EM UMA SO TELA O RESULTADO DE CADA
      *    VALIDACAO RODADA SOBRE O LOTE (VARREDURA BTRIEVE,
      *    REFERENCIAS CRUZADAS, CONFERENCIA DE CONTAGENS, PERFIL DOS
      *    DADOS, CLASSIFICACAO DO ESTOQUE, DOCUMENTOS E AS
      *    RECONCILIACOES DE TRANSFERENCIAS E DE BAIXAS) - A ULTIMA
      *    EXECUCAO DE CADA UMA NO CONVLOG.LOG, DO DRIVE/FILIAL DO
      *    LOTE, COM A QUANTIDADE DE EXCECOES, E O CODIGO DE RETORNO
      *    DA QUE AINDA ESTA NA FILA DE REEXECUCAO ("CONVRTRY.DAT").
      *    ETAPA NA FILA SEGURA O LOTE; ADVERTENCIAS (EXCECOES OU
      *    VALIDACAO QUE NAO RODOU) SO PASSAM COM O SUPERVISOR, QUE
      *    ASSINA COM A PROPRIA SENHA (PERMISSAO "LIBERA", COPY
      *    LIBPR). A LIBERACAO E GRAVADA JUNTO DO MANIFESTO EM
      *    "x:CONVMAN.LIB" (SUPERVISOR, OPERADOR, DATA/HORA, EXCECOES
      *    ACEITAS E O CARIMBO DO "x:CONVMAN.OK" LIBERADO, SEGUIDOS
      *    DE UMA LINHA POR VALIDACAO) E NO CONVLIB.LOG; O CONVTRAN
      *    SO TRANSMITE COM ELA PRESENTE E DO MESMO MANIFESTO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
           SELECT      ARQ-MAN    ASSIGN     TO   DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ESTADO-MAN.
      *
           SELECT      ARQ-OK     ASSIGN     TO   DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ESTADO-OK.
      *
           SELECT      ARQ-LBL    ASSIGN     TO   DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ESTADO-LBL.
      *
           SELECT      ARQ-LOG    ASSIGN     TO   "CONVLOG.LOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ESTADO-LOG.
      *
           SELECT      ARQ-RTY    ASSIGN     TO   "CONVRTRY.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ESTADO-RTY.
      *
           COPY FILIALSL.
      *
           COPY OPERSL.
      *
           COPY LIBSL.
      *
       DATA DIVISION.
       FILE SECTION.
      *
      *    MANIFESTO DO LOTE (ARQ. "x:CONVMAN.DAT", GRAVADO PELO
      *    CONVMANF)
       FD  ARQ-MAN
           LABEL     RECORD       STANDARD
           VALUE     OF FILE-ID   ARQMAN-WS
           DATA      RECORD       REGMAN-TX.
       01  REGMAN-TX.
           05  NOME-MAN-TX                   PIC X(18).
           05  FILLER                        PIC X(01).
           05  QTD-MAN-TX                    PIC 9(07).
           05  FILLER                        PIC X(01).
           05  DATA-GER-MAN-TX               PIC 9(08).
           05  FILLER                        PIC X(01).
           05  HORA-GER-MAN-TX               PIC 9(06).
           05  FILLER                        PIC X(01).
           05  SITUACAO-MAN-TX               PIC X(01).
           05  FILLER                        PIC X(01).
           05  REJEITADOS-MAN-TX             PIC 9(05).
           05  FILLER                        PIC X(01).
           05  DATA-RET-MAN-TX               PIC 9(08).
      *
      *    MARCADOR DE LOTE COMPLETO (ARQ. "x:CONVMAN.OK")
       FD  ARQ-OK
           LABEL     RECORD       STANDARD
           VALUE     OF FILE-ID   ARQOK-WS
           DATA      RECORD       REGOK-TX.
       01  REGOK-TX.
           05  TEXTO-OK-TX                   PIC X(14).
           05  DATA-OK-TX                    PIC 9(08).
           05  FILLER                        PIC X(01).
           05  HORA-OK-TX                    PIC 9(06).
      *
      *    LIBERACAO DO LOTE PELO SUPERVISOR (ARQ. "x:CONVMAN.LIB"):
      *    A PRIMEIRA LINHA E A ASSINATURA, COM O CARIMBO DO MARCADOR
      *    LIBERADO; AS SEGUINTES, UMA POR VALIDACAO, O QUE A TELA
      *    MOSTROU NO MOMENTO DA LIBERACAO
       FD  ARQ-LBL
           LABEL     RECORD       STANDARD
           VALUE     OF FILE-ID   ARQLBL-WS
           DATA      RECORD       REGLBL-TX REGLBL-DET.
       01  REGLBL-TX.
           05  TEXTO-LBL-TX                  PIC X(14).
           05  DATA-LBL-TX                   PIC 9(08).
           05  FILLER                        PIC X(01).
           05  HORA-LBL-TX                   PIC 9(06).
           05  FILLER                        PIC X(01).
           05  SUPERVISOR-LBL-TX             PIC X(08).
           05  FILLER                        PIC X(01).
           05  OPERADOR-LBL-TX               PIC X(08).
           05  FILLER                        PIC X(01).
           05  EXCECOES-LBL-TX               PIC 9(07).
           05  FILLER                        PIC X(01).
           05  AVISOS-LBL-TX                 PIC 9(02).
           05  FILLER                        PIC X(01).
           05  DATA-OK-LBL-TX                PIC 9(08).
           05  FILLER                        PIC X(01).
           05  HORA-OK-LBL-TX                PIC 9(06).
       01  REGLBL-DET.
           05  PROGRAMA-DET-LBL              PIC X(08).
           05  FILLER                        PIC X(01).
           05  DATA-DET-LBL                  PIC 9(08).
           05  FILLER                        PIC X(01).
           05  HORA-DET-LBL                  PIC 9(06).
           05  FILLER                        PIC X(01).
           05  CODIGO-DET-LBL                PIC 9(02).
           05  FILLER                        PIC X(01).
           05  EXCECOES-DET-LBL              PIC 9(07).
           05  FILLER                        PIC X(01).
           05  SITUACAO-DET-LBL              PIC X(14).
      *
      *    REGISTRO DE LOG DE EXECUCAO (ARQ. "CONVLOG.LOG")
       FD  ARQ-LOG
           LABEL RECORD IS STANDARD.
           COPY LOGCONV.
      *
      *    REGISTRO DA FILA DE REEXECUCAO (ARQ. "CONVRTRY.DAT")
       FD  ARQ-RTY
           LABEL RECORD IS STANDARD.
           COPY RTRYCONV.
      *
           COPY FILIALFD.
      *
           COPY OPERFD.
      *
           COPY LIBFD.
      *
       WORKING-STORAGE SECTION.
      *
      *    OPERADOR DA EXECUCAO (REGISTRADO NO CONVLOG.LOG)
       77  OPERADOR-EXEC-WS VALUE "????????"   PIC X(08).
      *
           COPY OPERWS.
           COPY LIBWS.
      *
       77  ESTADO-MAN            PIC X(02).
       77  ESTADO-OK             PIC X(02).
       77  ESTADO-LBL            PIC X(02).
       77  ESTADO-LOG            PIC X(02).
       77  ESTADO-RTY            PIC X(02).
       77  K                                   PIC 9(02).
       77  LINHA-VAL-WS                        PIC 9(02).
       77  POS-FILTRO-WS                       PIC 9(02).
       77  CONFIRMA-WS     VALUE "N"           PIC X(01).
       77  ARQUIVOS-77     VALUE 0             PIC 9(05).
       77  EXCECOES-77     VALUE 0             PIC 9(07).
       77  AVISOS-77       VALUE 0             PIC 9(02).
       77  RETIDAS-77      VALUE 0             PIC 9(02).
       77  LIBERADO-WS     VALUE "N"           PIC X(01).
           88  LOTE-LIBERADO     VALUE "S".
      *
      *    DRIVE E FILIAL DO LOTE
       77  U-LBL-WS                            PIC X(01).
       77  FILIAL-LBL-WS   VALUE ZEROS         PIC 9(02).
       77  FILIAL-X-LBL-WS                     PIC X(02).
       77  NOME-FIL-LBL-WS VALUE SPACES        PIC X(20).
       01  ARQMAN-WS.
           05  U-MAN-WS                        PIC X(01).
           05  FILLER VALUE ":CONVMAN.DAT"     PIC X(12).
       01  ARQOK-WS.
           05  U-OK-WS                         PIC X(01).
           05  FILLER VALUE ":CONVMAN.OK"      PIC X(11).
           05  FILLER                          PIC X(01).
       01  ARQLBL-WS.
           05  U-LBL-ARQ-WS                    PIC X(01).
           05  FILLER VALUE ":CONVMAN.LIB"     PIC X(12).
      *
      *    CARIMBO DO MARCADOR DE LOTE COMPLETO E PRIMEIRO DIA DE
      *    GERACAO DOS ARQUIVOS DO MANIFESTO: SO AS EXECUCOES DAS
      *    VALIDACOES DESTE DIA EM DIANTE SAO DO LOTE
       01  CARIMBO-OK-WS.
           05  DATA-CAR-OK-WS                  PIC 9(08).
           05  FILLER REDEFINES DATA-CAR-OK-WS.
               10  ANO-CAR-OK-WS               PIC 9(04).
               10  MES-CAR-OK-WS               PIC 9(02).
               10  DIA-CAR-OK-WS               PIC 9(02).
           05  HORA-CAR-OK-WS                  PIC 9(06).
           05  FILLER REDEFINES HORA-CAR-OK-WS.
               10  HH-CAR-OK-WS                PIC 9(02).
               10  MM-CAR-OK-WS                PIC 9(02).
               10  SS-CAR-OK-WS                PIC 9(02).
       77  DATA-LOTE-WS    VALUE ZEROS         PIC 9(08).
      *
      *    VALIDACOES DO LOTE, NA ORDEM DA CADEIA. CADA ITEM TRAZ O
      *    PROGRAMA, A DESCRICAO E ONDE O PROGRAMA GRAVA NO CONVLOG.LOG
      *    A QUANTIDADE DE EXCECOES ("1" = GRAVADOS, "2" = GRAVADOS2)
       01  VALIDACOES-WS.
           05  FILLER  VALUE "CONVVARR"        PIC X(08).
           05  FILLER  VALUE "VARREDURA BTRIEVE     " PIC X(22).
           05  FILLER  VALUE "2"               PIC X(01).
           05  FILLER  VALUE "CONVRECT"        PIC X(08).
           05  FILLER  VALUE "RECONC. TRANSFERENCIAS" PIC X(22).
           05  FILLER  VALUE "1"               PIC X(01).
           05  FILLER  VALUE "CONVCRUZ"        PIC X(08).
           05  FILLER  VALUE "RECONC. BAIXAS/CADDUP " PIC X(22).
           05  FILLER  VALUE "1"               PIC X(01).
           05  FILLER  VALUE "CONVDOCS"        PIC X(08).
           05  FILLER  VALUE "DOCUMENTOS CPF/CGC/IE " PIC X(22).
           05  FILLER  VALUE "1"               PIC X(01).
           05  FILLER  VALUE "CONVREFI"        PIC X(08).
           05  FILLER  VALUE "CLASSIFICACAO ESTOQUE " PIC X(22).
           05  FILLER  VALUE "1"               PIC X(01).
           05  FILLER  VALUE "CONVPROF"        PIC X(08).
           05  FILLER  VALUE "PERFIL DOS DADOS      " PIC X(22).
           05  FILLER  VALUE "1"               PIC X(01).
           05  FILLER  VALUE "CONVXREF"        PIC X(08).
           05  FILLER  VALUE "REFERENCIAS CRUZADAS  " PIC X(22).
           05  FILLER  VALUE "1"               PIC X(01).
           05  FILLER  VALUE "CONVCHK "        PIC X(08).
           05  FILLER  VALUE "CONFERENCIA CONTAGENS " PIC X(22).
           05  FILLER  VALUE "1"               PIC X(01).
       01  FILLER REDEFINES VALIDACOES-WS.
           05  VALIDACAO-ITEM OCCURS 8 TIMES.
               10  PROGRAMA-VAL-WS             PIC X(08).
               10  DESCR-VAL-WS                PIC X(22).
               10  CAMPO-EXC-VAL-WS            PIC X(01).
       77  QTD-VAL-WS      VALUE 8             PIC 9(02).
       77  IDX-VAL-WS                          PIC 9(02).
      *
      *    RESULTADO DE CADA VALIDACAO: A ULTIMA LINHA DELA NO LOG
      *    (CARIMBO, EXCECOES) E O CODIGO DA FILA DE REEXECUCAO.
      *    SITUACAO: "O" OK, "A" COM EXCECOES, "N" NAO RODOU, "E"
      *    ERRO NA FILA, "P" PULADA NA FILA (DEPENDENTE)
       01  RESULT-VAL-WS.
           05  RESULT-VAL-ITEM OCCURS 8 TIMES.
               10  CARIMBO-VAL-WS.
                   15  DATA-VAL-WS.
                       20  ANO-VAL-WS          PIC 9(04).
                       20  MES-VAL-WS          PIC 9(02).
                       20  DIA-VAL-WS          PIC 9(02).
                   15  HORA-VAL-WS.
                       20  HH-VAL-WS           PIC 9(02).
                       20  MM-VAL-WS           PIC 9(02).
                       20  SS-VAL-WS           PIC 9(02).
               10  EXCECOES-VAL-WS             PIC 9(07).
               10  CODIGO-VAL-WS               PIC 9(02).
               10  SITUACAO-VAL-WS             PIC X(01).
                   88  VAL-RETIDA      VALUE "E" "P".
                   88  VAL-AVISO       VALUE "A" "N".
      *
       01  CARIMBO-LOG-WS.
           05  DATA-CAR-LOG-WS                 PIC 9(08).
           05  HORA-CAR-LOG-WS                 PIC 9(06).
       77  FIM-LOG-WS      VALUE "N"           PIC X(01).
           88  ACABOU-LOG        VALUE "S".
       77  FIM-MAN-WS      VALUE "N"           PIC X(01).
           88  ACABOU-MAN        VALUE "S".
       77  FIM-RTY-WS      VALUE "N"           PIC X(01).
           88  ACABOU-RTY        VALUE "S".
      *
      *    LINHA DA TELA DE CADA VALIDACAO
       01  LINHA-VAL-TELA-WS.
           05  PROGRAMA-TELA-WS                PIC X(08).
           05  FILLER          VALUE SPACES    PIC X(02).
           05  DESCR-TELA-WS                   PIC X(22).
           05  FILLER          VALUE SPACES    PIC X(01).
           05  DIA-TELA-WS                     PIC 9(02).
           05  FILLER          VALUE "/"       PIC X(01).
           05  MES-TELA-WS                     PIC 9(02).
           05  FILLER          VALUE SPACES    PIC X(01).
           05  HH-TELA-WS                      PIC 9(02).
           05  FILLER          VALUE ":"       PIC X(01).
           05  MM-TELA-WS                      PIC 9(02).
           05  FILLER          VALUE SPACES    PIC X(01).
           05  EXCECOES-TELA-WS                PIC Z.ZZZ.ZZ9.
           05  FILLER          VALUE SPACES    PIC X(02).
           05  SITUACAO-TELA-WS                PIC X(14).
       01  SITUACAO-ERRO-WS.
           05  FILLER  VALUE "ERRO - RC "      PIC X(10).
           05  CODIGO-TELA-WS                  PIC 9(02).
           05  FILLER  VALUE SPACES            PIC X(02).
       77  SITUACAO-TEXTO-WS                   PIC X(14).
      *
           COPY TELAWS.
           COPY DURAWS.
           COPY FILIALVL.
      *
       PROCEDURE DIVISION.
      *
       INICIO-010.
           DISPLAY (1, 1) ERASE.
           ACCEPT HORA-INI-EXEC-WS FROM TIME.
       015-DADOS.
           DISPLAY (2, 19) "* LIBERACAO DO LOTE PARA TRANSMISSAO *"

           DISPLAY (3, 10) "Operador................:"
           ACCEPT (, ) OPERADOR-EXEC-WS WITH PROMPT UPDATE
           ACCEPT ESCAPE-77 FROM ESCAPE KEY
           IF ESCAPE-77 NOT = ZEROS STOP RUN.
           MOVE "CONVLIBL" TO PROGRAMA-ACE-WS
           PERFORM AUTENTICA-OPERADOR THRU AUTENTICA-OPERADOR-EXIT
           PERFORM CARREGA-FILIAL THRU CARREGA-FILIAL-EXIT

           DISPLAY (4, 10) "Informe o Drive dos arqs:"
           ACCEPT (, ) U-LBL-WS WITH PROMPT UPDATE
           ACCEPT ESCAPE-77 FROM ESCAPE KEY
           IF ESCAPE-77 NOT = ZEROS STOP RUN.

           DISPLAY (5, 10) "Informe a Filial .......:"
           ACCEPT (, ) FILIAL-LBL-WS WITH PROMPT UPDATE
           IF ESCAPE-77 NOT = ZEROS GO TO INICIO-010.
           PERFORM VARYING IDX-FIL-VL-WS FROM 1 BY 1
               UNTIL IDX-FIL-VL-WS > QTD-FILIAL-VL
               OR FILIAL-VL-WS (IDX-FIL-VL-WS) = FILIAL-LBL-WS
           END-PERFORM
           IF IDX-FIL-VL-WS > QTD-FILIAL-VL
               DISPLAY (24, 10) "FILIAL INVALIDA - VERIFIQUE O NUMERO"
               GO TO INICIO-010.
           MOVE NOME-FIL-VL-WS (IDX-FIL-VL-WS) TO NOME-FIL-LBL-WS
           MOVE FILIAL-LBL-WS TO FILIAL-X-LBL-WS
           MOVE U-LBL-WS TO U-MAN-WS U-OK-WS U-LBL-ARQ-WS
      *
      *    SO HA O QUE LIBERAR COM O LOTE COMPLETO DO CONVMANF
           OPEN INPUT ARQ-OK
           IF ESTADO-OK NOT = ZEROS
               DISPLAY (23, 10) "MARCADOR CONVMAN.OK AUSENTE - RODE O"
               DISPLAY (23, 47) "CONVMANF"
               STOP RUN.
           READ ARQ-OK
               AT END MOVE ZEROS TO DATA-OK-TX HORA-OK-TX
           END-READ
           CLOSE ARQ-OK
           MOVE DATA-OK-TX TO DATA-CAR-OK-WS
           MOVE HORA-OK-TX TO HORA-CAR-OK-WS
           PERFORM CARREGA-MANIFESTO THRU CARREGA-MANIFESTO-EXIT
           IF ESTADO-MAN NOT = ZEROS
               DISPLAY (23, 10) "MANIFESTO CONVMAN.DAT NAO ENCONTRADO"
               STOP RUN.
           PERFORM CONFERE-LIBERACAO THRU CONFERE-LIBERACAO-EXIT
           IF LOTE-LIBERADO
               DISPLAY (23, 10) "LOTE JA LIBERADO POR"
               DISPLAY (23, 31) SUPERVISOR-LBL-TX
               DISPLAY (23, 40) "EM"
               DISPLAY (23, 43) DATA-LBL-TX
               DISPLAY (24, 10) "RODE O CONVTRAN"
               STOP RUN.
      *
      *    RESULTADO DAS VALIDACOES: FILA DE REEXECUCAO E CONVLOG.LOG
           PERFORM LIMPA-RESULTADO
               VARYING IDX-VAL-WS FROM 1 BY 1
               UNTIL IDX-VAL-WS > QTD-VAL-WS
           PERFORM CARREGA-LOG THRU CARREGA-LOG-EXIT
           PERFORM CARREGA-FILA THRU CARREGA-FILA-EXIT
           MOVE 0 TO EXCECOES-77 AVISOS-77 RETIDAS-77
           PERFORM CLASSIFICA-VALIDACAO
               VARYING IDX-VAL-WS FROM 1 BY 1
               UNTIL IDX-VAL-WS > QTD-VAL-WS
           PERFORM MOSTRA-PAINEL
      *
      *    ETAPA PRESA NA FILA DE REEXECUCAO NAO SE LIBERA: O CONVRRUN
      *    TEM DE REPETI-LA ANTES (A FILA VAZIA LIBERA O LOTE)
           IF RETIDAS-77 NOT = ZEROS
               DISPLAY (21, 10) "VALIDACAO PENDENTE NA FILA - RODE O"
               DISPLAY (21, 46) "CONVRRUN"
               DISPLAY (22, 10) "LOTE NAO LIBERADO"
               MOVE 8 TO RETURN-CODE
               PERFORM GRAVA-LOG
               STOP RUN.

           DISPLAY (21, 10) "Libera o lote com as advertencias (S/N)?"
           MOVE "N" TO CONFIRMA-WS
           ACCEPT (21, 51) CONFIRMA-WS WITH PROMPT UPDATE
           IF CONFIRMA-WS NOT = "S"
               DISPLAY (22, 10) "LOTE NAO LIBERADO"
               STOP RUN.
      *
      *    A LIBERACAO E PROTEGIDA PELA SENHA DO SUPERVISOR E SAI
      *    REGISTRADA NO CONVLIB.LOG, ALEM DO CONVLOG.LOG E DO
      *    x:CONVMAN.LIB QUE O CONVTRAN CONFERE
           PERFORM CONFERE-SENHA THRU CONFERE-SENHA-EXIT
           IF NOT SENHA-OK
               DISPLAY (24, 10) "SENHA DO SUPERVISOR INVALIDA"
               DISPLAY (22, 10) "LOTE NAO LIBERADO"
               MOVE 8 TO RETURN-CODE
               PERFORM GRAVA-LOG
               STOP RUN.
           MOVE "S" TO LIBERADO-WS
           PERFORM GRAVA-LOG
           PERFORM GRAVA-LIBERACAO
           PERFORM GRAVA-LIBERACAO-LOTE
           DISPLAY (22, 10) "LOTE LIBERADO PARA A TRANSMISSAO"
           STOP RUN.
      *
      *    LE O MANIFESTO CONTANDO OS ARQUIVOS E GUARDANDO O PRIMEIRO
      *    DIA DE GERACAO (CADASTRO SEM CABECALHO VEM COM ZEROS)
       CARREGA-MANIFESTO.
           MOVE 0 TO ARQUIVOS-77
           MOVE ZEROS TO DATA-LOTE-WS
           MOVE "N" TO FIM-MAN-WS
           OPEN INPUT ARQ-MAN
           IF ESTADO-MAN NOT = ZEROS
               GO TO CARREGA-MANIFESTO-EXIT.
           PERFORM LE-MANIFESTO THRU LE-MANIFESTO-EXIT
               UNTIL ACABOU-MAN
           CLOSE ARQ-MAN.
       CARREGA-MANIFESTO-EXIT.
           EXIT.
      *
       LE-MANIFESTO.
           READ ARQ-MAN AT END MOVE "S" TO FIM-MAN-WS END-READ
           IF ACABOU-MAN GO TO LE-MANIFESTO-EXIT.
           ADD 1 TO ARQUIVOS-77
           IF DATA-GER-MAN-TX NOT NUMERIC
               OR DATA-GER-MAN-TX = ZEROS
               GO TO LE-MANIFESTO-EXIT.
           IF DATA-LOTE-WS = ZEROS
               OR DATA-GER-MAN-TX < DATA-LOTE-WS
               MOVE DATA-GER-MAN-TX TO DATA-LOTE-WS.
       LE-MANIFESTO-EXIT.
           EXIT.
      *
      *    LIBERACAO JA GRAVADA PARA ESTE MESMO MARCADOR
       CONFERE-LIBERACAO.
           MOVE "N" TO LIBERADO-WS
           OPEN INPUT ARQ-LBL
           IF ESTADO-LBL NOT = ZEROS
               GO TO CONFERE-LIBERACAO-EXIT.
           READ ARQ-LBL
               AT END MOVE SPACES TO REGLBL-TX
           END-READ
           CLOSE ARQ-LBL
           IF DATA-OK-LBL-TX = DATA-CAR-OK-WS
               AND HORA-OK-LBL-TX = HORA-CAR-OK-WS
               MOVE "S" TO LIBERADO-WS.
       CONFERE-LIBERACAO-EXIT.
           EXIT.
      *
       LIMPA-RESULTADO.
           MOVE ZEROS TO CARIMBO-VAL-WS (IDX-VAL-WS)
           MOVE 0 TO EXCECOES-VAL-WS (IDX-VAL-WS)
                     CODIGO-VAL-WS (IDX-VAL-WS)
           MOVE "N" TO SITUACAO-VAL-WS (IDX-VAL-WS).
      *
      *    ULTIMA EXECUCAO DE CADA VALIDACAO NO CONVLOG.LOG DESDE O
      *    PRIMEIRO DIA DE GERACAO DO LOTE, NO DRIVE/FILIAL DELE
       CARREGA-LOG.
           MOVE "N" TO FIM-LOG-WS
           OPEN INPUT ARQ-LOG
           IF ESTADO-LOG NOT = ZEROS
               GO TO CARREGA-LOG-EXIT.
           PERFORM LE-LOG THRU LE-LOG-EXIT UNTIL ACABOU-LOG
           CLOSE ARQ-LOG.
       CARREGA-LOG-EXIT.
           EXIT.
      *
      *    A HORA DE INICIO (HORA-INI-LOG-TX) E QUE TEM HHMMSS; LINHA
      *    ANTIGA SEM ELA FICA COM A HORA ZERADA
       LE-LOG.
           READ ARQ-LOG AT END MOVE "S" TO FIM-LOG-WS END-READ
           IF ACABOU-LOG GO TO LE-LOG-EXIT.
           PERFORM VARYING K FROM 1 BY 1
               UNTIL K > QTD-VAL-WS
               OR PROGRAMA-VAL-WS (K) = PROGRAMA-LOG-TX
           END-PERFORM
           IF K > QTD-VAL-WS
               GO TO LE-LOG-EXIT.
           IF DATA-EXEC-LOG-TX < DATA-LOTE-WS
               GO TO LE-LOG-EXIT.
      *    LINHA DE OUTRO DRIVE OU DE OUTRA FILIAL NAO E DESTE LOTE
           MOVE 0 TO POS-FILTRO-WS
           INSPECT FILTRO-LOG-TX TALLYING POS-FILTRO-WS
               FOR CHARACTERS BEFORE INITIAL "DRIVE="
           IF POS-FILTRO-WS < 34
               IF FILTRO-LOG-TX (POS-FILTRO-WS + 7:1) NOT = U-LBL-WS
                   GO TO LE-LOG-EXIT.
           MOVE 0 TO POS-FILTRO-WS
           INSPECT FILTRO-LOG-TX TALLYING POS-FILTRO-WS
               FOR CHARACTERS BEFORE INITIAL "FILIAL="
           IF POS-FILTRO-WS < 32
               IF FILTRO-LOG-TX (POS-FILTRO-WS + 8:2)
                   NOT = FILIAL-X-LBL-WS
                   GO TO LE-LOG-EXIT.
           MOVE DATA-EXEC-LOG-TX TO DATA-CAR-LOG-WS
           MOVE ZEROS TO HORA-CAR-LOG-WS
           IF HORA-INI-LOG-TX NUMERIC
               MOVE HORA-INI-LOG-TX TO HORA-CAR-LOG-WS.
           IF CARIMBO-LOG-WS < CARIMBO-VAL-WS (K)
               GO TO LE-LOG-EXIT.
           MOVE CARIMBO-LOG-WS TO CARIMBO-VAL-WS (K)
           MOVE "O" TO SITUACAO-VAL-WS (K)
           IF CAMPO-EXC-VAL-WS (K) = "2"
               MOVE GRAVADOS2-LOG-TX TO EXCECOES-VAL-WS (K)
           ELSE
               MOVE GRAVADOS-LOG-TX TO EXCECOES-VAL-WS (K).
       LE-LOG-EXIT.
           EXIT.
      *
      *    VALIDACAO DA FILIAL/DRIVE QUE AINDA ESTA NA FILA DE
      *    REEXECUCAO: O CODIGO DE RETORNO E O DA FILA (ZERO = PULADA
      *    POR DEPENDER DE UMA ETAPA QUE FALHOU)
       CARREGA-FILA.
           MOVE "N" TO FIM-RTY-WS
           OPEN INPUT ARQ-RTY
           IF ESTADO-RTY NOT = ZEROS
               GO TO CARREGA-FILA-EXIT.
           PERFORM LE-RTY THRU LE-RTY-EXIT UNTIL ACABOU-RTY
           CLOSE ARQ-RTY.
       CARREGA-FILA-EXIT.
           EXIT.
      *
       LE-RTY.
           READ ARQ-RTY AT END MOVE "S" TO FIM-RTY-WS END-READ
           IF ACABOU-RTY GO TO LE-RTY-EXIT.
           IF FILIAL-RTRY-TX NOT = FILIAL-LBL-WS
               OR DRIVE-RTRY-TX NOT = U-LBL-WS
               GO TO LE-RTY-EXIT.
           PERFORM VARYING K FROM 1 BY 1
               UNTIL K > QTD-VAL-WS
               OR PROGRAMA-VAL-WS (K) = PROGRAMA-RTRY-TX
           END-PERFORM
           IF K > QTD-VAL-WS
               GO TO LE-RTY-EXIT.
           MOVE CODIGO-RTRY-TX TO CODIGO-VAL-WS (K)
           IF CODIGO-RTRY-TX = ZEROS
               MOVE "P" TO SITUACAO-VAL-WS (K)
           ELSE
               MOVE "E" TO SITUACAO-VAL-WS (K).
       LE-RTY-EXIT.
           EXIT.
      *
      *    VALIDACAO QUE RODOU COM EXCECOES VIRA ADVERTENCIA; SOMA AS
      *    EXCECOES E CONTA ADVERTENCIAS E RETIDAS
       CLASSIFICA-VALIDACAO.
           IF SITUACAO-VAL-WS (IDX-VAL-WS) = "O"
               AND EXCECOES-VAL-WS (IDX-VAL-WS) NOT = ZEROS
               MOVE "A" TO SITUACAO-VAL-WS (IDX-VAL-WS).
           ADD EXCECOES-VAL-WS (IDX-VAL-WS) TO EXCECOES-77
           IF VAL-AVISO (IDX-VAL-WS)
               ADD 1 TO AVISOS-77.
           IF VAL-RETIDA (IDX-VAL-WS)
               ADD 1 TO RETIDAS-77.
      *
      *    TELA UNICA COM O LOTE E O RESULTADO DE CADA VALIDACAO
       MOSTRA-PAINEL.
           DISPLAY (1, 1) ERASE
           DISPLAY (2, 19) "* LIBERACAO DO LOTE PARA TRANSMISSAO *"
           DISPLAY (3, 4) "DRIVE"
           DISPLAY (3, 10) U-LBL-WS
           DISPLAY (3, 13) "FILIAL"
           DISPLAY (3, 20) FILIAL-LBL-WS
           DISPLAY (3, 23) NOME-FIL-LBL-WS
           DISPLAY (4, 4) "MANIFESTO DE"
           DISPLAY (4, 17) DIA-CAR-OK-WS
           DISPLAY (4, 19) "/"
           DISPLAY (4, 20) MES-CAR-OK-WS
           DISPLAY (4, 22) "/"
           DISPLAY (4, 23) ANO-CAR-OK-WS
           DISPLAY (4, 28) HH-CAR-OK-WS
           DISPLAY (4, 30) ":"
           DISPLAY (4, 31) MM-CAR-OK-WS
           DISPLAY (4, 35) "ARQUIVOS:"
           DISPLAY (4, 45) ARQUIVOS-77
           DISPLAY (6, 4) "PROGRAMA  VALIDACAO"
           DISPLAY (6, 37) "ULTIMA EXECUCAO  EXCECOES  SITUACAO"
           PERFORM MOSTRA-VALIDACAO
               VARYING IDX-VAL-WS FROM 1 BY 1
               UNTIL IDX-VAL-WS > QTD-VAL-WS
           DISPLAY (17, 4) "TOTAL DE EXCECOES:"
           DISPLAY (17, 23) EXCECOES-77
           DISPLAY (17, 33) "ADVERTENCIAS:"
           DISPLAY (17, 47) AVISOS-77
           DISPLAY (17, 51) "RETIDAS NA FILA:"
           DISPLAY (17, 68) RETIDAS-77.
      *
       MOSTRA-VALIDACAO.
           COMPUTE LINHA-VAL-WS = 7 + IDX-VAL-WS
           MOVE PROGRAMA-VAL-WS (IDX-VAL-WS) TO PROGRAMA-TELA-WS
           MOVE DESCR-VAL-WS (IDX-VAL-WS) TO DESCR-TELA-WS
           MOVE DIA-VAL-WS (IDX-VAL-WS) TO DIA-TELA-WS
           MOVE MES-VAL-WS (IDX-VAL-WS) TO MES-TELA-WS
           MOVE HH-VAL-WS (IDX-VAL-WS) TO HH-TELA-WS
           MOVE MM-VAL-WS (IDX-VAL-WS) TO MM-TELA-WS
           MOVE EXCECOES-VAL-WS (IDX-VAL-WS) TO EXCECOES-TELA-WS
           PERFORM MONTA-SITUACAO
           MOVE SITUACAO-TEXTO-WS TO SITUACAO-TELA-WS
           DISPLAY (LINHA-VAL-WS, 4) LINHA-VAL-TELA-WS.
      *
       MONTA-SITUACAO.
           MOVE "OK" TO SITUACAO-TEXTO-WS
           IF SITUACAO-VAL-WS (IDX-VAL-WS) = "A"
               MOVE "ADVERTENCIA" TO SITUACAO-TEXTO-WS.
           IF SITUACAO-VAL-WS (IDX-VAL-WS) = "N"
               MOVE "NAO RODOU" TO SITUACAO-TEXTO-WS.
           IF SITUACAO-VAL-WS (IDX-VAL-WS) = "P"
               MOVE "PULADA - FILA" TO SITUACAO-TEXTO-WS.
           IF SITUACAO-VAL-WS (IDX-VAL-WS) = "E"
               MOVE CODIGO-VAL-WS (IDX-VAL-WS) TO CODIGO-TELA-WS
               MOVE SITUACAO-ERRO-WS TO SITUACAO-TEXTO-WS.
      *
      *    GRAVA A LIBERACAO JUNTO DO MANIFESTO: A ASSINATURA E, EM
      *    SEGUIDA, O QUE O SUPERVISOR VIU DE CADA VALIDACAO
       GRAVA-LIBERACAO-LOTE.
           OPEN OUTPUT ARQ-LBL
           MOVE SPACES TO REGLBL-TX
           MOVE "LOTE LIBERADO " TO TEXTO-LBL-TX
           MOVE DATA-EXEC-LOG-TX TO DATA-LBL-TX
           MOVE HORA-INI6-EXEC-WS TO HORA-LBL-TX
           MOVE SUPERVISOR-LIB-WS TO SUPERVISOR-LBL-TX
           MOVE OPERADOR-EXEC-WS TO OPERADOR-LBL-TX
           MOVE EXCECOES-77 TO EXCECOES-LBL-TX
           MOVE AVISOS-77 TO AVISOS-LBL-TX
           MOVE DATA-CAR-OK-WS TO DATA-OK-LBL-TX
           MOVE HORA-CAR-OK-WS TO HORA-OK-LBL-TX
           WRITE REGLBL-TX
           PERFORM GRAVA-DETALHE-LOTE
               VARYING IDX-VAL-WS FROM 1 BY 1
               UNTIL IDX-VAL-WS > QTD-VAL-WS
           CLOSE ARQ-LBL.
      *
       GRAVA-DETALHE-LOTE.
           MOVE SPACES TO REGLBL-DET
           MOVE PROGRAMA-VAL-WS (IDX-VAL-WS) TO PROGRAMA-DET-LBL
           MOVE DATA-VAL-WS (IDX-VAL-WS) TO DATA-DET-LBL
           MOVE HORA-VAL-WS (IDX-VAL-WS) TO HORA-DET-LBL
           MOVE CODIGO-VAL-WS (IDX-VAL-WS) TO CODIGO-DET-LBL
           MOVE EXCECOES-VAL-WS (IDX-VAL-WS) TO EXCECOES-DET-LBL
           PERFORM MONTA-SITUACAO
           MOVE SITUACAO-TEXTO-WS TO SITUACAO-DET-LBL
           WRITE REGLBL-DET.
      *
      *    GRAVA UMA LINHA NO LOG PERSISTENTE DE EXECUCOES (CONVLOG.LOG)
       GRAVA-LOG.
           MOVE "CONVLIBL" TO PROGRAMA-LOG-TX
           ACCEPT DATA-EXEC-LOG-TX FROM DATE YYYYMMDD
           ACCEPT HORA-EXEC-LOG-TX FROM TIME
           MOVE OPERADOR-EXEC-WS TO OPERADOR-LOG-TX
           ACCEPT HORA-FIM-EXEC-WS FROM TIME
           PERFORM CALCULA-DURACAO
           MOVE HORA-INI6-EXEC-WS TO HORA-INI-LOG-TX
           MOVE DURACAO-EXEC-WS TO DURACAO-LOG-TX
           MOVE SPACES TO FILTRO-LOG-TX
           IF LOTE-LIBERADO
               STRING "LOTE LIBERADO D=" U-LBL-WS " F=" FILIAL-LBL-WS
                   " EXC=" EXCECOES-77 " AV=" AVISOS-77
                   DELIMITED BY SIZE INTO FILTRO-LOG-TX
           ELSE
               STRING "LOTE RETIDO D=" U-LBL-WS " F=" FILIAL-LBL-WS
                   " EXC=" EXCECOES-77 " RET=" RETIDAS-77
                   DELIMITED BY SIZE INTO FILTRO-LOG-TX.
           MOVE ARQUIVOS-77 TO LIDOS-LOG-TX
           MOVE EXCECOES-77 TO GRAVADOS-LOG-TX
           MOVE AVISOS-77 TO GRAVADOS2-LOG-TX
           OPEN EXTEND ARQ-LOG
           IF  ESTADO-LOG NOT = ZEROS
               OPEN OUTPUT ARQ-LOG.
           WRITE REGLOG-TX
           CLOSE ARQ-LOG.
      *
           COPY DURAPR.
      *
           COPY OPERPR.
      *
           COPY LIBPR.
      *
           COPY FILIALPR.
