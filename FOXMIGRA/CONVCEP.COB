      *
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. CONVCEP.
       AUTHOR. LUIS AUGUSTO.
      *
      *    DATA DA ALTERACAO: 10/96
      *
      *    CONFERENCIA DO CEP DOS CLIENTES CONTRA O CADASTRO DE FAIXAS
      *    DE CEP ("ARQCEP.DAT", CADCEP). LE O EXTRATO DE CLIENTES
      *    (x:ARQCLIff.TXT DO CONVCLIE, QUE JA TRAZ O CODIGO IBGE DO
      *    MUNICIPIO RESOLVIDO) E CONFERE O CEP + SUFIXO DO ENDERECO
      *    PRINCIPAL (RESIDENCIAL PARA PESSOA FISICA, COMERCIAL PARA
      *    JURIDICA) E, QUANDO FOR O OUTRO, DO ENDERECO DE COBRANCA.
      *    LISTA EM "CONVCEP.REL", POR VENDEDOR, OS CLIENTES COM CEP
      *    ZERADO, FORA DAS FAIXAS DA UF OU FORA DAS FAIXAS DO
      *    MUNICIPIO - OS QUE FAZEM VOLTAR REMESSA DE BANCO E
      *    CORRESPONDENCIA. UF SEM FAIXA E MUNICIPIO NAO RESOLVIDO OU
      *    SEM FAIXA PROPRIA SO ENTRAM NOS TOTAIS.
      *
      *    DATA DA ALTERACAO: 10/96
      *
      *    CADA "CONVCEP.REL" GERADO E GUARDADO NO ARQUIVO DE
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
           SELECT      ARQ-SRT    ASSIGN     TO   "CONVCEP.SRT".
      *
           SELECT      ARQ-CLI    ASSIGN     TO   DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ESTADO-CLI.
      *
           SELECT      ARQ-REL    ASSIGN     TO   "CONVCEP.REL"
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
           COPY CEPSL.
      *
           COPY FILIALSL.
      *
           COPY OPERSL.
      *
       DATA DIVISION.
       FILE SECTION.
      *
       SD  ARQ-SRT
           DATA      RECORD       REG-SRT.
       01  REG-SRT.
           05  VEND-SRT                      PIC 9(03).
           05  NOME-SRT                      PIC X(30).
           05  CPF-SRT                       PIC 9(14).
           05  ENDERECO-SRT                  PIC X(01).
           05  UF-SRT                        PIC X(02).
           05  MUN-SRT                       PIC X(20).
           05  CEP-SRT                       PIC 9(08).
           05  SITUACAO-SRT                  PIC X(01).
      *
      *    EXTRATO DE CLIENTES GERADO PELO CONVCLIE: SO OS CAMPOS QUE
      *    A CONFERENCIA USA SAO MAPEADOS, O RESTO E FILLER
       FD  ARQ-CLI
           LABEL     RECORD       STANDARD
           VALUE     OF FILE-ID   ARQCLI-WS
           DATA      RECORD       REG-CLI.
       01  REG-CLI                           PIC X(352).
       01  REG-CLI-DET.
           05  TIPO-CLI                      PIC 9(01).
               88  PESSOA-JURIDICA-CLI VALUE 1.
           05  FILLER                        PIC X(02).
           05  CPF-CLI                       PIC 9(14).
           05  NOMER-CLI                     PIC X(39).
           05  ENDR-CLI                      PIC X(30).
           05  MUNR-CLI                      PIC X(20).
           05  FILLER                        PIC X(14).
           05  UFR-CLI                       PIC X(02).
           05  CEPR-CLI                      PIC 9(05).
           05  FILLER                        PIC X(14).
           05  NOMEC-CLI                     PIC X(39).
           05  ENDC-CLI                      PIC X(30).
           05  MUNC-CLI                      PIC X(20).
           05  FILLER                        PIC X(14).
           05  UFC-CLI                       PIC X(02).
           05  CEPC-CLI                      PIC 9(05).
           05  FILLER                        PIC X(23).
           05  COBRANCA-CLI                  PIC 9(01).
               88  COMERCIAL-CLI   VALUE 1.
           05  FILLER                        PIC X(22).
           05  VENDEDOR-CLI                  PIC 9(03).
           05  FILLER                        PIC X(06).
           05  CEP2R-CLI                     PIC 9(03).
           05  CEP2C-CLI                     PIC 9(03).
           05  FILLER                        PIC X(26).
           05  IBGER-CLI                     PIC 9(07).
           05  IBGEC-CLI                     PIC 9(07).
      *
       FD  ARQ-REL
           LABEL     RECORD       STANDARD
           VALUE     OF FILE-ID   "CONVCEP.REL"
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
           COPY CEPFD.
      *
           COPY FILIALFD.
      *
           COPY OPERFD.
      *
       WORKING-STORAGE SECTION.
      *
       77  ESTADO-CLI            PIC X(02).
       77  ESTADO-REL            PIC X(02).
       77  ESTADO-LOG            PIC X(02).
       77  ESTADO-PRM            PIC X(02).
       77  LIDOS-77        VALUE 0             PIC 9(07).
       77  ENDERECOS-77    VALUE 0             PIC 9(07).
       77  ERRADOS-77      VALUE 0             PIC 9(05).
       77  ZERADOS-77      VALUE 0             PIC 9(05).
       77  FORA-UF-77      VALUE 0             PIC 9(05).
       77  FORA-MUN-77     VALUE 0             PIC 9(05).
       77  UF-SEM-FAIXA-77 VALUE 0             PIC 9(05).
       77  SO-UF-77        VALUE 0             PIC 9(05).
       77  NO-VEND-77      VALUE 0             PIC 9(05).
       77  INTERVALO-TELA-WS  VALUE 100         PIC 9(05).
       77  CONTA-TELA-WS      VALUE 1           PIC 9(05).
       77  I                                   PIC 9(02).
       77  E                                   PIC 9(02).
       77  FIM-CLI-WS                          PIC X(01).
           88  ACABOU-CLI                      VALUE "S".
       77  FIM-SRT-WS                          PIC X(01).
           88  ACABOU-SRT                      VALUE "S".
      *
      *    ENDERECO EM CONFERENCIA: "R" RESIDENCIAL, "C" COMERCIAL
       77  ENDERECO-WS                         PIC X(01).
           88  ENDERECO-COMERCIAL              VALUE "C".
      *
      *    QUEBRA POR VENDEDOR NO RELATORIO
       77  VEND-ANT-WS     VALUE 999           PIC 9(03).
      *
       01  ARQCLI-WS.
           05  U-CLI-WS                        PIC X(01).
           05  FILLER VALUE ":ARQCLI"          PIC X(07).
           05  FILIAL-CLI-WS                   PIC 9(02).
           05  FILLER VALUE ".TXT"             PIC X(04).
      *
      *    CEP NA FORMA 99999-999 PARA O RELATORIO
       01  CEP-NUM-WS                          PIC 9(08).
       01  FILLER REDEFINES CEP-NUM-WS.
           05  CEP5-NUM-WS                     PIC 9(05).
           05  CEP3-NUM-WS                     PIC 9(03).
      *
       01  LINHA-CEP-WS.
           05  FILLER  VALUE "  "              PIC X(02).
           05  CPF-LIN-WS                      PIC 9(14).
           05  FILLER                          PIC X(01) VALUE SPACE.
           05  NOME-LIN-WS                     PIC X(30).
           05  FILLER                          PIC X(01) VALUE SPACE.
           05  ENDERECO-LIN-WS                 PIC X(01).
           05  FILLER                          PIC X(01) VALUE SPACE.
           05  UF-LIN-WS                       PIC X(02).
           05  FILLER                          PIC X(01) VALUE SPACE.
           05  MUN-LIN-WS                      PIC X(20).
           05  FILLER                          PIC X(01) VALUE SPACE.
           05  CEP5-LIN-WS                     PIC 9(05).
           05  FILLER  VALUE "-"               PIC X(01).
           05  CEP3-LIN-WS                     PIC 9(03).
           05  FILLER                          PIC X(01) VALUE SPACE.
           05  MOTIVO-LIN-WS                   PIC X(17).
      *
           COPY CEPVL.
      *
           COPY TELAWS.
           COPY PARMAUTO.
      *
           COPY OPERWS.
           COPY DURAWS.
           COPY FILIALVL.
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
           DISPLAY (5, 14) "* CONFERENCIA DO CEP DOS CLIENTES *"

           PERFORM CARREGA-FILIAL THRU CARREGA-FILIAL-EXIT
           MOVE "CONVCEP " TO PROGRAMA-EXEC-WS
           PERFORM CARREGA-PARM THRU CARREGA-PARM-EXIT
           IF MODO-AUTO AND TELA-PARM-WS NOT = ZEROS
               MOVE TELA-PARM-WS TO INTERVALO-TELA-WS.
           IF MODO-AUTO
               MOVE DRIVE-PARM-WS TO U-CLI-WS
               MOVE FILIAL-INI-PARM-WS TO FILIAL-CLI-WS.

           DISPLAY (9, 10) "Operador................:"
           IF NOT MODO-AUTO
               ACCEPT (, ) OPERADOR-EXEC-WS WITH PROMPT UPDATE.
           MOVE "CONVCEP " TO PROGRAMA-ACE-WS
           MOVE MODO-AUTO-WS TO SEM-SENHA-ACE-WS
           PERFORM AUTENTICA-OPERADOR THRU AUTENTICA-OPERADOR-EXIT.

           DISPLAY (10, 10) "Informe o Drive dos arqs:"
           IF NOT MODO-AUTO
               ACCEPT (, ) U-CLI-WS WITH PROMPT UPDATE
               ACCEPT ESCAPE-77 FROM ESCAPE KEY
               IF ESCAPE-77 NOT = ZEROS STOP RUN.

           DISPLAY (11, 10) "Informe a Filial .......:"
           IF NOT MODO-AUTO
               ACCEPT (, ) FILIAL-CLI-WS WITH PROMPT UPDATE
               IF ESCAPE-77 NOT = ZEROS GO TO INICIO-010.
           PERFORM VARYING IDX-FIL-VL-WS FROM 1 BY 1
               UNTIL IDX-FIL-VL-WS > QTD-FILIAL-VL
               OR FILIAL-VL-WS (IDX-FIL-VL-WS) = FILIAL-CLI-WS
           END-PERFORM
           IF IDX-FIL-VL-WS > QTD-FILIAL-VL
               DISPLAY (24, 10) "FILIAL INVALIDA - VERIFIQUE O NUMERO"
               IF MODO-AUTO GO TO TERMINA-ERRO-PARM END-IF
               GO TO INICIO-010.

           PERFORM CARREGA-CEP THRU CARREGA-CEP-EXIT
           IF QTD-CEP-WS = ZEROS
               DISPLAY (24, 10)
                   "CADASTRO DE FAIXAS DE CEP VAZIO - RODE O CADCEP"
               IF MODO-AUTO GO TO TERMINA-ERRO-PARM END-IF
               STOP RUN.

           DISPLAY (15, 10) "CLIENTES LIDOS:        COM ERRO:"
           MOVE 0 TO LIDOS-77 ENDERECOS-77 ERRADOS-77
           MOVE 0 TO ZERADOS-77 FORA-UF-77 FORA-MUN-77
           MOVE 0 TO UF-SEM-FAIXA-77 SO-UF-77
           SORT ARQ-SRT
               ON ASCENDING KEY VEND-SRT NOME-SRT CPF-SRT
               INPUT  PROCEDURE IS 100-CARGA
               OUTPUT PROCEDURE IS 200-RELATORIO
           DISPLAY (23, 10) "LISTA GRAVADA EM CONVCEP.REL"
           PERFORM REPINTA-TELA
           PERFORM GRAVA-LOG
           IF MODO-AUTO GOBACK.
           GO TO 015-DATAS.
      *
      *    CARGA: CONFERE OS ENDERECOS DE CADA CLIENTE E LIBERA PARA A
      *    CLASSIFICACAO OS QUE NAO BATEM COM AS FAIXAS
       100-CARGA SECTION.
       110-PREPARA.
           MOVE "N" TO FIM-CLI-WS
           OPEN INPUT ARQ-CLI
           IF ESTADO-CLI NOT = ZEROS
               DISPLAY (24, 10) "ARQCLI.TXT AUSENTE - RODE CONVCLIE"
               MOVE 8 TO RETURN-CODE
               GO TO 190-FIM-CARGA.
           PERFORM 120-LE-CLIENTE THRU 120-LE-CLIENTE-EXIT
               UNTIL ACABOU-CLI
           CLOSE ARQ-CLI
           GO TO 190-FIM-CARGA.
      *
      *    ENDERECO PRINCIPAL SEMPRE; O DE COBRANCA SO QUANDO FOR O
      *    OUTRO E ESTIVER PREENCHIDO
       120-LE-CLIENTE.
           READ ARQ-CLI AT END MOVE "S" TO FIM-CLI-WS END-READ
           IF ACABOU-CLI GO TO 120-LE-CLIENTE-EXIT.
           IF REG-CLI (1:1) = "0" AND REG-CLI (2:4) = "CONV"
               GO TO 120-LE-CLIENTE-EXIT.
           IF REG-CLI (1:1) = "9" AND REG-CLI (22:331) = SPACES
               GO TO 120-LE-CLIENTE-EXIT.
           ADD 1 TO LIDOS-77
           PERFORM MOSTRA-PROGRESSO
           IF PESSOA-JURIDICA-CLI
               MOVE "C" TO ENDERECO-WS
           ELSE
               MOVE "R" TO ENDERECO-WS.
           PERFORM 130-CONFERE-ENDERECO THRU 130-CONFERE-ENDERECO-EXIT
           IF PESSOA-JURIDICA-CLI AND NOT COMERCIAL-CLI
               AND ENDR-CLI NOT = SPACES
               MOVE "R" TO ENDERECO-WS
               PERFORM 130-CONFERE-ENDERECO
                   THRU 130-CONFERE-ENDERECO-EXIT.
           IF NOT PESSOA-JURIDICA-CLI AND COMERCIAL-CLI
               AND ENDC-CLI NOT = SPACES
               MOVE "C" TO ENDERECO-WS
               PERFORM 130-CONFERE-ENDERECO
                   THRU 130-CONFERE-ENDERECO-EXIT.
       120-LE-CLIENTE-EXIT.
           EXIT.
      *
      *    CONFERE O ENDERECO ENDERECO-WS DO CLIENTE LIDO
       130-CONFERE-ENDERECO.
           ADD 1 TO ENDERECOS-77
           IF ENDERECO-COMERCIAL
               MOVE UFC-CLI TO UF-BUSCA-CEP-WS
               MOVE IBGEC-CLI TO IBGE-BUSCA-CEP-WS
               MOVE CEPC-CLI TO CEP5-NUM-WS
               MOVE CEP2C-CLI TO CEP3-NUM-WS
               MOVE MUNC-CLI TO MUN-SRT
           ELSE
               MOVE UFR-CLI TO UF-BUSCA-CEP-WS
               MOVE IBGER-CLI TO IBGE-BUSCA-CEP-WS
               MOVE CEPR-CLI TO CEP5-NUM-WS
               MOVE CEP2R-CLI TO CEP3-NUM-WS
               MOVE MUNR-CLI TO MUN-SRT.
           MOVE CEP-NUM-WS TO CEP-BUSCA-CEP-WS
           PERFORM CONFERE-CEP THRU CONFERE-CEP-EXIT
           IF CEP-CONFERE
               GO TO 130-CONFERE-ENDERECO-EXIT.
           IF CEP-UF-SEM-FAIXA
               ADD 1 TO UF-SEM-FAIXA-77
               GO TO 130-CONFERE-ENDERECO-EXIT.
           IF CEP-MUNIC-SEM-FAIXA
               ADD 1 TO SO-UF-77
               GO TO 130-CONFERE-ENDERECO-EXIT.
           IF CEP-ZERADO
               ADD 1 TO ZERADOS-77.
           IF CEP-FORA-UF
               ADD 1 TO FORA-UF-77.
           IF CEP-FORA-MUNIC
               ADD 1 TO FORA-MUN-77.
           MOVE VENDEDOR-CLI TO VEND-SRT
           MOVE CPF-CLI TO CPF-SRT
           IF PESSOA-JURIDICA-CLI
               MOVE NOMEC-CLI TO NOME-SRT
           ELSE
               MOVE NOMER-CLI TO NOME-SRT.
           MOVE ENDERECO-WS TO ENDERECO-SRT
           MOVE UF-BUSCA-CEP-WS TO UF-SRT
           MOVE CEP-BUSCA-CEP-WS TO CEP-SRT
           MOVE SITUACAO-CEP-WS TO SITUACAO-SRT
           RELEASE REG-SRT
           ADD 1 TO ERRADOS-77
           DISPLAY (15, 43) ERRADOS-77.
       130-CONFERE-ENDERECO-EXIT.
           EXIT.
      *
       190-FIM-CARGA.
           EXIT.
      *
      *    DEVOLUCAO: IMPRIME A LISTA COM QUEBRA POR VENDEDOR
       200-RELATORIO SECTION.
       210-PREPARA.
           OPEN OUTPUT ARQ-REL
           MOVE SPACES TO REG-REL
           STRING "CLIENTES COM CEP A CORRIGIR - FILIAL " FILIAL-CLI-WS
               DELIMITED BY SIZE INTO REG-REL
           WRITE REG-REL
           MOVE SPACES TO REG-REL
           STRING "  CPF/CGC        NOME                           E"
               " UF MUNICIPIO            CEP       MOTIVO"
               DELIMITED BY SIZE INTO REG-REL
           WRITE REG-REL
           MOVE 999 TO VEND-ANT-WS
           MOVE 0 TO NO-VEND-77
           MOVE "N" TO FIM-SRT-WS.
       220-DEVOLVE.
           RETURN ARQ-SRT
               AT END MOVE "S" TO FIM-SRT-WS
           END-RETURN
           IF ACABOU-SRT
               GO TO 280-ENCERRA.
           IF VEND-SRT NOT = VEND-ANT-WS
               PERFORM 250-TOTAL-VENDEDOR
               MOVE VEND-SRT TO VEND-ANT-WS
               MOVE SPACES TO REG-REL
               WRITE REG-REL
               MOVE SPACES TO REG-REL
               STRING "VENDEDOR " VEND-SRT
                   DELIMITED BY SIZE INTO REG-REL
               WRITE REG-REL.
           ADD 1 TO NO-VEND-77
           MOVE CPF-SRT TO CPF-LIN-WS
           MOVE NOME-SRT TO NOME-LIN-WS
           MOVE ENDERECO-SRT TO ENDERECO-LIN-WS
           MOVE UF-SRT TO UF-LIN-WS
           MOVE MUN-SRT TO MUN-LIN-WS
           MOVE CEP-SRT TO CEP-NUM-WS
           MOVE CEP5-NUM-WS TO CEP5-LIN-WS
           MOVE CEP3-NUM-WS TO CEP3-LIN-WS
           MOVE SPACES TO MOTIVO-LIN-WS
           IF SITUACAO-SRT = "Z"
               MOVE "CEP ZERADO" TO MOTIVO-LIN-WS.
           IF SITUACAO-SRT = "U"
               MOVE "FORA DA UF" TO MOTIVO-LIN-WS.
           IF SITUACAO-SRT = "M"
               MOVE "FORA DO MUNICIPIO" TO MOTIVO-LIN-WS.
           WRITE REG-REL FROM LINHA-CEP-WS
           GO TO 220-DEVOLVE.
      *
      *    SUBTOTAL DO VENDEDOR ANTERIOR (NADA NA PRIMEIRA QUEBRA)
       250-TOTAL-VENDEDOR.
           IF VEND-ANT-WS NOT = 999 OR NO-VEND-77 NOT = ZEROS
               MOVE SPACES TO REG-REL
               STRING "  ENDERECOS A CORRIGIR DO VENDEDOR "
                   VEND-ANT-WS ": " NO-VEND-77
                   DELIMITED BY SIZE INTO REG-REL
               WRITE REG-REL.
           MOVE 0 TO NO-VEND-77.
       280-ENCERRA.
           PERFORM 250-TOTAL-VENDEDOR
           MOVE SPACES TO REG-REL
           WRITE REG-REL
           MOVE SPACES TO REG-REL
           STRING "CLIENTES LIDOS " LIDOS-77
               "  ENDERECOS CONFERIDOS " ENDERECOS-77
               "  A CORRIGIR " ERRADOS-77
               DELIMITED BY SIZE INTO REG-REL
           WRITE REG-REL
           MOVE SPACES TO REG-REL
           STRING "  CEP ZERADO " ZERADOS-77
               "  FORA DA UF " FORA-UF-77
               "  FORA DO MUNICIPIO " FORA-MUN-77
               DELIMITED BY SIZE INTO REG-REL
           WRITE REG-REL
           MOVE SPACES TO REG-REL
           STRING "  NAO CONFERIDOS: UF SEM FAIXA " UF-SEM-FAIXA-77
               "  SO A UF (MUNICIPIO SEM FAIXA/NAO RESOLVIDO) "
               SO-UF-77
               DELIMITED BY SIZE INTO REG-REL
           WRITE REG-REL
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
           IF CONTA-TELA-WS = ZEROS
               MOVE INTERVALO-TELA-WS TO CONTA-TELA-WS
               PERFORM REPINTA-TELA.
      *
       REPINTA-TELA.
           DISPLAY (15, 26) LIDOS-77
           DISPLAY (15, 43) ERRADOS-77.
      *
       GRAVA-LOG.
           MOVE "CONVCEP " TO PROGRAMA-LOG-TX
           ACCEPT DATA-EXEC-LOG-TX FROM DATE YYYYMMDD
           ACCEPT HORA-EXEC-LOG-TX FROM TIME
           MOVE OPERADOR-EXEC-WS TO OPERADOR-LOG-TX
           ACCEPT HORA-FIM-EXEC-WS FROM TIME
           PERFORM CALCULA-DURACAO
           MOVE HORA-INI6-EXEC-WS TO HORA-INI-LOG-TX
           MOVE DURACAO-EXEC-WS TO DURACAO-LOG-TX
           MOVE SPACES TO FILTRO-LOG-TX
           STRING "FILIAL=" FILIAL-CLI-WS
               DELIMITED BY SIZE
               INTO FILTRO-LOG-TX
           MOVE LIDOS-77 TO LIDOS-LOG-TX
           MOVE ERRADOS-77 TO GRAVADOS-LOG-TX
           MOVE 0 TO GRAVADOS2-LOG-TX
           MOVE "CONVCEP.REL" TO NOME-REL-ARR-WS
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
           COPY CEPPR.
      *
           COPY FILIALPR.
      *
           COPY DURAPR.
      *
           COPY OPERPR.
      *
           COPY ARQRPR.
      *
           COPY TRAVAPR.
