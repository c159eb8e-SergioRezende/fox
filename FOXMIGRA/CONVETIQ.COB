      *
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. CONVETIQ.
       AUTHOR. LUIS AUGUSTO.
      *
      *    DATA DA ALTERACAO: 10/96
      *
      *    ETIQUETAS DE MALA DIRETA E LISTA DE ANIVERSARIANTES A
      *    PARTIR DO EXTRATO DE CLIENTES (x:ARQCLIff.TXT DO CONVCLIE)
      *    DAS FILIAIS DA FAIXA. O ENDERECO DA ETIQUETA E O DE
      *    COBRANCA DO CLIENTE (COBRANCA-CLI: 0 = RESIDENCIAL, COM
      *    CEPR/CEP2R; 1 = COMERCIAL, COM CEPC/CEP2C). AS ETIQUETAS
      *    SAEM EM "CONVETIQ.REL" CLASSIFICADAS PELO CEP COMPLETO (8
      *    DIGITOS), COMO O CORREIO EXIGE PARA O DESCONTO DA MALA
      *    DIRETA; CLIENTE SEM CEP NAO GERA ETIQUETA. FILTROS: REGIAO,
      *    VENDEDOR, NEGATIVADOS (FORA POR PADRAO), ULTIMA COMPRA A
      *    PARTIR DE UMA DATA (DATA-CLI) E MES DE ANIVERSARIO
      *    (DT-NASC-CLI, AAMMDD). COM O MES INFORMADO SAI TAMBEM
      *    "CONVANIV.REL", A LISTA DOS ANIVERSARIANTES DO MES POR
      *    FILIAL E DIA QUE AS LOJAS PEDEM TODO MES.
      *
      *    DATA DA ALTERACAO: 10/96
      *
      *    CADA "CONVETIQ.REL" E "CONVANIV.REL" GERADO E GUARDADO
      *    NO ARQUIVO DE RELATORIOS (COPY ARQRPR) COM A FILIAL, O
      *    PERIODO E A HORA DA GERACAO, PARA CONSULTA E
      *    REIMPRESSAO PELO CADARQR.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
           SELECT      ARQ-SRT    ASSIGN     TO   "CONVETIQ.SRT".
      *
           SELECT      ARQ-SRA    ASSIGN     TO   "CONVANIV.SRT".
      *
           SELECT      ARQ-CLI    ASSIGN     TO   DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ESTADO-CLI.
      *
           SELECT      ARQ-REL    ASSIGN     TO   "CONVETIQ.REL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ESTADO-REL.
      *
           SELECT      ARQ-ANV    ASSIGN     TO   "CONVANIV.REL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ESTADO-ANV.
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
           COPY FILIALSL.
      *
           COPY SECULOSL.
      *
           COPY OPERSL.
      *
       DATA DIVISION.
       FILE SECTION.
      *
      *    ETIQUETAS CLASSIFICADAS PELO CEP COMPLETO
       SD  ARQ-SRT
           DATA      RECORD       REG-SRT.
       01  REG-SRT.
           05  CEP-SRT.
               10  CEP5-SRT                  PIC 9(05).
               10  CEP3-SRT                  PIC 9(03).
           05  NOME-SRT                      PIC X(39).
           05  END-SRT                       PIC X(30).
           05  BAIRRO-SRT                    PIC X(14).
           05  MUN-SRT                       PIC X(20).
           05  UF-SRT                        PIC X(02).
      *
      *    ANIVERSARIANTES CLASSIFICADOS POR FILIAL, DIA E NOME
       SD  ARQ-SRA
           DATA      RECORD       REG-SRA.
       01  REG-SRA.
           05  FILIAL-SRA                    PIC 9(02).
           05  DIA-SRA                       PIC 9(02).
           05  NOME-SRA                      PIC X(39).
           05  CPF-SRA                       PIC 9(14).
           05  TEL-SRA                       PIC 9(07).
           05  VEND-SRA                      PIC 9(03).
      *
      *    EXTRATO DE CLIENTES GERADO PELO CONVCLIE
       FD  ARQ-CLI
           LABEL     RECORD       STANDARD
           VALUE     OF FILE-ID   ARQCLI-WS
           DATA      RECORD       REG-CLI.
       01  REG-CLI                           PIC X(352).
       01  REG-CLI-DET.
           05  TIPO-CLI                      PIC 9(01).
               88  PESSOA-JURIDICA-CLI VALUE 1.
           05  FILIAL-CLI                    PIC 9(02).
           05  CPF-CLI                       PIC 9(14).
           05  NOMER-CLI                     PIC X(39).
           05  ENDR-CLI                      PIC X(30).
           05  MUNR-CLI                      PIC X(20).
           05  BAIRROR-CLI                   PIC X(14).
           05  UFR-CLI                       PIC X(02).
           05  CEPR-CLI                      PIC 9(05).
           05  TELR-CLI                      PIC 9(07).
           05  DT-NASC-CLI.
               10  ANO-NASC-CLI              PIC 9(02).
               10  MES-NASC-CLI              PIC 9(02).
               10  DIA-NASC-CLI              PIC 9(02).
           05  SEXO-CLI                      PIC X(01).
           05  NOMEC-CLI                     PIC X(39).
           05  ENDC-CLI                      PIC X(30).
           05  MUNC-CLI                      PIC X(20).
           05  BAIRROC-CLI                   PIC X(14).
           05  UFC-CLI                       PIC X(02).
           05  CEPC-CLI                      PIC 9(05).
           05  TELC-CLI                      PIC 9(07).
           05  INSC-ESTADUAL-CLI             PIC 9(13).
           05  REGIAO-CLI                    PIC 9(03).
           05  COBRANCA-CLI                  PIC 9(01).
               88  COMERCIAL-CLI   VALUE 1.
           05  LIMITE-CRED-CLI               PIC 9(07).
           05  MEDIAS-DIAS-CLI               PIC 9(03).
           05  STATUS-CLI                    PIC 9(01).
               88  CLIENTE-NEGATIVO VALUE 1.
           05  NATU-CLI                      PIC 9(01).
           05  DATA-CLI                      PIC 9(06).
           05  TIPO-REG-CLI                  PIC X(01).
           05  MAIOR-ATRASO-CLI              PIC 9(03).
           05  VENDEDOR-CLI                  PIC 9(03).
           05  DATA-CAD-CLI                  PIC 9(06).
           05  CEP2R-CLI                     PIC 9(03).
           05  CEP2C-CLI                     PIC 9(03).
           05  FILLER                        PIC X(40).
      *
       FD  ARQ-REL
           LABEL     RECORD       STANDARD
           VALUE     OF FILE-ID   "CONVETIQ.REL"
           DATA      RECORD       REG-REL.
       01  REG-REL                           PIC X(80).
      *
       FD  ARQ-ANV
           LABEL     RECORD       STANDARD
           VALUE     OF FILE-ID   "CONVANIV.REL"
           DATA      RECORD       REG-ANV.
       01  REG-ANV                           PIC X(100).
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
           COPY FILIALFD.
      *
           COPY SECULOFD.
      *
           COPY OPERFD.
      *
       WORKING-STORAGE SECTION.
      *
       77  ESTADO                PIC X(02).
       77  ESTADO-CLI            PIC X(02).
       77  ESTADO-REL            PIC X(02).
       77  ESTADO-ANV            PIC X(02).
       77  ESTADO-LOG            PIC X(02).
       77  ESTADO-PRM            PIC X(02).
       77  LIDOS-77        VALUE 0             PIC 9(07).
       77  ETIQUETAS-77    VALUE 0             PIC 9(07).
       77  ANIVERSARIOS-77 VALUE 0             PIC 9(05).
       77  SEM-CEP-77      VALUE 0             PIC 9(05).
       77  SEM-EXTRATO-77  VALUE 0             PIC 9(02).
       77  INTERVALO-TELA-WS  VALUE 100         PIC 9(05).
       77  CONTA-TELA-WS      VALUE 1           PIC 9(05).
       77  I                                   PIC 9(02).
       77  E                                   PIC 9(02).
       77  FIM-CLI-WS                          PIC X(01).
           88  ACABOU-CLI                      VALUE "S".
       77  FIM-SRT-WS                          PIC X(01).
           88  ACABOU-SRT                      VALUE "S".
      *
      *    QUAL CLASSIFICACAO A CARGA ALIMENTA: "E" = ETIQUETAS,
      *    "A" = ANIVERSARIANTES
       77  CARGA-WS                            PIC X(01).
           88  CARGA-ANIVERSARIO               VALUE "A".
      *
      *    FILTROS (ZEROS = SEM FILTRO)
       01  FILIAL-INI-WS                       PIC 9(02).
       01  FILIAL-FIM-WS                       PIC 9(02).
       77  REGIAO-FIL-WS   VALUE ZEROS         PIC 9(03).
       77  VEND-FIL-WS     VALUE ZEROS         PIC 9(03).
       77  MES-ANIV-WS     VALUE ZEROS         PIC 9(02).
       77  NEGATIVADOS-WS  VALUE "N"           PIC X(01).
           88  INCLUI-NEGATIVADOS              VALUE "S".
      *    ULTIMA COMPRA A PARTIR DE (DD/MM/AAAA DIGITADO, AAAAMMDD
      *    PARA A COMPARACAO)
       01  COMPRA-DIG-WS   VALUE ZEROS         PIC 9(08).
       01  FILLER REDEFINES COMPRA-DIG-WS.
           05  DIA-COMPRA-WS                   PIC 9(02).
           05  MES-COMPRA-WS                   PIC 9(02).
           05  ANO-COMPRA-WS                   PIC 9(04).
       01  COMPRA-DESDE-WS VALUE ZEROS         PIC 9(08).
       01  FILLER REDEFINES COMPRA-DESDE-WS.
           05  ANO-DESDE-WS                    PIC 9(04).
           05  MES-DESDE-WS                    PIC 9(02).
           05  DIA-DESDE-WS                    PIC 9(02).
      *
      *    QUEBRA POR FILIAL NA LISTA DE ANIVERSARIANTES
       77  FILIAL-ANT-WS   VALUE 99            PIC 9(02).
      *
       01  ARQCLI-WS.
           05  U-CLI-WS                        PIC X(01).
           05  FILLER VALUE ":ARQCLI"          PIC X(07).
           05  FILIAL-CLI-WS                   PIC 9(02).
           05  FILLER VALUE ".TXT"             PIC X(04).
      *
      *    ETIQUETA DE UMA CARREIRA: NOME, ENDERECO, BAIRRO, CEP COM
      *    MUNICIPIO/UF E DUAS LINHAS DE SALTO
       01  LINHA-CEP-WS.
           05  CEP5-LIN-WS                     PIC 9(05).
           05  FILLER  VALUE "-"               PIC X(01).
           05  CEP3-LIN-WS                     PIC 9(03).
           05  FILLER                          PIC X(02) VALUE SPACES.
           05  MUN-LIN-WS                      PIC X(20).
           05  FILLER                          PIC X(01) VALUE SPACE.
           05  UF-LIN-WS                       PIC X(02).
      *
       01  LINHA-ANIV-WS.
           05  FILLER  VALUE "  DIA "          PIC X(06).
           05  DIA-LIN-WS                      PIC 9(02).
           05  FILLER                          PIC X(02) VALUE SPACES.
           05  NOME-LIN-WS                     PIC X(39).
           05  FILLER                          PIC X(01) VALUE SPACE.
           05  CPF-LIN-WS                      PIC 9(14).
           05  FILLER  VALUE " TEL "           PIC X(05).
           05  TEL-LIN-WS                      PIC 999B9999.
           05  FILLER  VALUE " VEND "          PIC X(06).
           05  VEND-LIN-WS                     PIC 9(03).
      *
           COPY TELAWS.
           COPY PARMAUTO.
      *
           COPY OPERWS.
           COPY DURAWS.
           COPY FILIALVL.
           COPY SECULOVL.
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
           DISPLAY (5, 10)
               "* ETIQUETAS DE MALA DIRETA E ANIVERSARIANTES *"

           PERFORM CARREGA-FILIAL THRU CARREGA-FILIAL-EXIT
           MOVE "CONVETIQ" TO PROGRAMA-EXEC-WS
           PERFORM CARREGA-PARM THRU CARREGA-PARM-EXIT
           IF MODO-AUTO AND TELA-PARM-WS NOT = ZEROS
               MOVE TELA-PARM-WS TO INTERVALO-TELA-WS.
      *    FILTRO: POSICOES 1-2 = MES DE ANIVERSARIO, 3-5 = VENDEDOR,
      *    6 = "S" INCLUI NEGATIVADOS; A DATA INICIAL DO CONVPARM.DAT
      *    E O CORTE DE ULTIMA COMPRA (ZEROS = SEM CORTE)
           IF MODO-AUTO
               MOVE DRIVE-PARM-WS TO U-CLI-WS
               MOVE FILIAL-INI-PARM-WS TO FILIAL-INI-WS
               MOVE FILIAL-FIM-PARM-WS TO FILIAL-FIM-WS
               MOVE DIA-INI-PARM-WS TO DIA-COMPRA-WS
               MOVE MES-INI-PARM-WS TO MES-COMPRA-WS
               MOVE ANO-INI-PARM-WS TO ANO-COMPRA-WS
               IF FILTRO-PARM-WS (1:2) NUMERIC
                   MOVE FILTRO-PARM-WS (1:2) TO MES-ANIV-WS
               END-IF
               IF FILTRO-PARM-WS (3:3) NUMERIC
                   MOVE FILTRO-PARM-WS (3:3) TO VEND-FIL-WS
               END-IF
               IF FILTRO-PARM-WS (6:1) = "S"
                   MOVE "S" TO NEGATIVADOS-WS.

           DISPLAY (8, 10) "Operador................:"
           IF NOT MODO-AUTO
               ACCEPT (, ) OPERADOR-EXEC-WS WITH PROMPT UPDATE.
           MOVE "CONVETIQ" TO PROGRAMA-ACE-WS
           MOVE MODO-AUTO-WS TO SEM-SENHA-ACE-WS
           PERFORM AUTENTICA-OPERADOR THRU AUTENTICA-OPERADOR-EXIT.

           DISPLAY (9, 10) "Informe o Drive dos arqs:"
           IF NOT MODO-AUTO
               ACCEPT (, ) U-CLI-WS WITH PROMPT UPDATE
               ACCEPT ESCAPE-77 FROM ESCAPE KEY
               IF ESCAPE-77 NOT = ZEROS STOP RUN.

           DISPLAY (10, 10) "Filial ini. (00=todas)..:"
           IF NOT MODO-AUTO
               ACCEPT (, ) FILIAL-INI-WS WITH PROMPT UPDATE
               IF ESCAPE-77 NOT = ZEROS GO TO INICIO-010.
           DISPLAY (11, 10) "Filial final............:"
           IF NOT MODO-AUTO
               ACCEPT (, ) FILIAL-FIM-WS WITH PROMPT UPDATE
               IF ESCAPE-77 NOT = ZEROS GO TO INICIO-010.
           IF FILIAL-INI-WS = ZEROS
               MOVE 99 TO FILIAL-FIM-WS.
           IF FILIAL-FIM-WS < FILIAL-INI-WS
               DISPLAY (24, 10) "FAIXA DE FILIAIS INVALIDA"
               IF MODO-AUTO GO TO TERMINA-ERRO-PARM END-IF
               GO TO INICIO-010.

           DISPLAY (12, 10) "Regiao (000=todas)......:"
           IF NOT MODO-AUTO
               ACCEPT (, ) REGIAO-FIL-WS WITH PROMPT UPDATE
               IF ESCAPE-77 NOT = ZEROS GO TO INICIO-010.
           DISPLAY (13, 10) "Vendedor (000=todos)....:"
           IF NOT MODO-AUTO
               ACCEPT (, ) VEND-FIL-WS WITH PROMPT UPDATE
               IF ESCAPE-77 NOT = ZEROS GO TO INICIO-010.
           DISPLAY (14, 10) "Inclui negativados (S/N):"
           IF NOT MODO-AUTO
               ACCEPT (, ) NEGATIVADOS-WS WITH PROMPT UPDATE
               IF ESCAPE-77 NOT = ZEROS GO TO INICIO-010.
           DISPLAY (15, 10) "Comprou desde (ddmmaaaa):"
           IF NOT MODO-AUTO
               ACCEPT (, ) COMPRA-DIG-WS WITH PROMPT UPDATE
               IF ESCAPE-77 NOT = ZEROS GO TO INICIO-010.
           MOVE ANO-COMPRA-WS TO ANO-DESDE-WS
           MOVE MES-COMPRA-WS TO MES-DESDE-WS
           MOVE DIA-COMPRA-WS TO DIA-DESDE-WS
           DISPLAY (16, 10) "Mes aniversario (00=nao):"
           IF NOT MODO-AUTO
               ACCEPT (, ) MES-ANIV-WS WITH PROMPT UPDATE
               IF ESCAPE-77 NOT = ZEROS GO TO INICIO-010.
           IF MES-ANIV-WS > 12
               DISPLAY (24, 10) "MES DE ANIVERSARIO INVALIDO"
               IF MODO-AUTO GO TO TERMINA-ERRO-PARM END-IF
               GO TO INICIO-010.

           DISPLAY (18, 10) "CLIENTES LIDOS:        ETIQUETAS:"
           MOVE 0 TO LIDOS-77 ETIQUETAS-77 ANIVERSARIOS-77
           MOVE 0 TO SEM-CEP-77 SEM-EXTRATO-77
           MOVE "E" TO CARGA-WS
           SORT ARQ-SRT
               ON ASCENDING KEY CEP-SRT NOME-SRT
               INPUT  PROCEDURE IS 100-CARGA
               OUTPUT PROCEDURE IS 200-ETIQUETAS
           IF MES-ANIV-WS NOT = ZEROS
               MOVE "A" TO CARGA-WS
               MOVE 0 TO LIDOS-77
               SORT ARQ-SRA
                   ON ASCENDING KEY FILIAL-SRA DIA-SRA NOME-SRA
                   INPUT  PROCEDURE IS 100-CARGA
                   OUTPUT PROCEDURE IS 300-ANIVERSARIOS
               DISPLAY (22, 10) "ANIVERSARIANTES EM CONVANIV.REL".
           IF SEM-CEP-77 NOT = ZEROS
               DISPLAY (21, 10) "CLIENTES SEM CEP (SEM ETIQUETA):"
               DISPLAY (21, 43) SEM-CEP-77.
           DISPLAY (23, 10) "ETIQUETAS GRAVADAS EM CONVETIQ.REL"
           IF SEM-EXTRATO-77 NOT = ZEROS
               DISPLAY (24, 10) "FILIAL SEM ARQCLI.TXT - RODE CONVCLIE".
           PERFORM REPINTA-TELA
           PERFORM GRAVA-LOG
           IF MODO-AUTO GOBACK.
           GO TO 015-DATAS.
      *
      *    CARGA: VARRE O EXTRATO DE CLIENTES DE CADA FILIAL DA FAIXA
      *    E LIBERA PARA A CLASSIFICACAO OS QUE PASSAM NOS FILTROS
       100-CARGA SECTION.
       110-PREPARA.
           MOVE 0 TO IDX-FIL-VL-WS.
       120-FILIAL.
           ADD 1 TO IDX-FIL-VL-WS
           IF IDX-FIL-VL-WS > QTD-FILIAL-VL
               GO TO 190-FIM-CARGA.
           IF FILIAL-VL-WS (IDX-FIL-VL-WS) < FILIAL-INI-WS
               OR FILIAL-VL-WS (IDX-FIL-VL-WS) > FILIAL-FIM-WS
               GO TO 120-FILIAL.
           MOVE FILIAL-VL-WS (IDX-FIL-VL-WS) TO FILIAL-CLI-WS
           MOVE "N" TO FIM-CLI-WS
           OPEN INPUT ARQ-CLI
           IF ESTADO-CLI NOT = ZEROS
               IF NOT CARGA-ANIVERSARIO
                   ADD 1 TO SEM-EXTRATO-77
               END-IF
               GO TO 120-FILIAL.
           PERFORM 130-LE-CLIENTE THRU 130-LE-CLIENTE-EXIT
               UNTIL ACABOU-CLI
           CLOSE ARQ-CLI
           GO TO 120-FILIAL.
       130-LE-CLIENTE.
           READ ARQ-CLI AT END MOVE "S" TO FIM-CLI-WS END-READ
           IF ACABOU-CLI GO TO 130-LE-CLIENTE-EXIT.
           IF REG-CLI (1:1) = "0" AND REG-CLI (2:4) = "CONV"
               GO TO 130-LE-CLIENTE-EXIT.
           IF REG-CLI (1:1) = "9" AND REG-CLI (22:331) = SPACES
               GO TO 130-LE-CLIENTE-EXIT.
           ADD 1 TO LIDOS-77
           PERFORM MOSTRA-PROGRESSO
           IF CLIENTE-NEGATIVO AND NOT INCLUI-NEGATIVADOS
               GO TO 130-LE-CLIENTE-EXIT.
           IF REGIAO-FIL-WS NOT = ZEROS
               AND REGIAO-CLI NOT = REGIAO-FIL-WS
               GO TO 130-LE-CLIENTE-EXIT.
           IF VEND-FIL-WS NOT = ZEROS
               AND VENDEDOR-CLI NOT = VEND-FIL-WS
               GO TO 130-LE-CLIENTE-EXIT.
           IF COMPRA-DESDE-WS NOT = ZEROS
               MOVE DATA-CLI TO DATA6-SEC-WS
               PERFORM MONTA-DATA8-SEC
               IF DATA8-SEC-WS < COMPRA-DESDE-WS
                   GO TO 130-LE-CLIENTE-EXIT.
      *    DATA DE NASCIMENTO SO EXISTE NA PESSOA FISICA
           IF MES-ANIV-WS NOT = ZEROS
               IF PESSOA-JURIDICA-CLI
                   OR MES-NASC-CLI NOT = MES-ANIV-WS
                   GO TO 130-LE-CLIENTE-EXIT.
           IF CARGA-ANIVERSARIO
               PERFORM 150-LIBERA-ANIVERSARIO
           ELSE
               PERFORM 140-LIBERA-ETIQUETA
                   THRU 140-LIBERA-ETIQUETA-EXIT.
       130-LE-CLIENTE-EXIT.
           EXIT.
      *
      *    ENDERECO DE COBRANCA DO CLIENTE; SEM CEP NAO HA ETIQUETA
       140-LIBERA-ETIQUETA.
           IF PESSOA-JURIDICA-CLI
               MOVE NOMEC-CLI TO NOME-SRT
           ELSE
               MOVE NOMER-CLI TO NOME-SRT.
           IF COMERCIAL-CLI
               MOVE ENDC-CLI TO END-SRT
               MOVE BAIRROC-CLI TO BAIRRO-SRT
               MOVE MUNC-CLI TO MUN-SRT
               MOVE UFC-CLI TO UF-SRT
               MOVE CEPC-CLI TO CEP5-SRT
               MOVE CEP2C-CLI TO CEP3-SRT
           ELSE
               MOVE ENDR-CLI TO END-SRT
               MOVE BAIRROR-CLI TO BAIRRO-SRT
               MOVE MUNR-CLI TO MUN-SRT
               MOVE UFR-CLI TO UF-SRT
               MOVE CEPR-CLI TO CEP5-SRT
               MOVE CEP2R-CLI TO CEP3-SRT.
           IF CEP5-SRT = ZEROS
               ADD 1 TO SEM-CEP-77
               GO TO 140-LIBERA-ETIQUETA-EXIT.
           RELEASE REG-SRT
           ADD 1 TO ETIQUETAS-77.
       140-LIBERA-ETIQUETA-EXIT.
           EXIT.
      *
       150-LIBERA-ANIVERSARIO.
           MOVE FILIAL-CLI TO FILIAL-SRA
           MOVE DIA-NASC-CLI TO DIA-SRA
           MOVE NOMER-CLI TO NOME-SRA
           MOVE CPF-CLI TO CPF-SRA
           MOVE TELR-CLI TO TEL-SRA
           MOVE VENDEDOR-CLI TO VEND-SRA
           RELEASE REG-SRA
           ADD 1 TO ANIVERSARIOS-77.
       190-FIM-CARGA.
           EXIT.
      *
      *    DEVOLUCAO: UMA ETIQUETA (6 LINHAS) POR CLIENTE, EM ORDEM DE
      *    CEP
       200-ETIQUETAS SECTION.
       210-PREPARA.
           OPEN OUTPUT ARQ-REL
           MOVE "N" TO FIM-SRT-WS.
       220-DEVOLVE.
           RETURN ARQ-SRT
               AT END MOVE "S" TO FIM-SRT-WS
           END-RETURN
           IF ACABOU-SRT
               GO TO 280-ENCERRA.
           MOVE NOME-SRT TO REG-REL
           WRITE REG-REL
           MOVE END-SRT TO REG-REL
           WRITE REG-REL
           MOVE BAIRRO-SRT TO REG-REL
           WRITE REG-REL
           MOVE CEP5-SRT TO CEP5-LIN-WS
           MOVE CEP3-SRT TO CEP3-LIN-WS
           MOVE MUN-SRT TO MUN-LIN-WS
           MOVE UF-SRT TO UF-LIN-WS
           WRITE REG-REL FROM LINHA-CEP-WS
           MOVE SPACES TO REG-REL
           WRITE REG-REL
           WRITE REG-REL
           GO TO 220-DEVOLVE.
       280-ENCERRA.
           CLOSE ARQ-REL.
       290-FIM.
           EXIT.
      *
      *    DEVOLUCAO: LISTA DE ANIVERSARIANTES COM QUEBRA POR FILIAL
       300-ANIVERSARIOS SECTION.
       310-PREPARA.
           OPEN OUTPUT ARQ-ANV
           MOVE SPACES TO REG-ANV
           STRING "ANIVERSARIANTES DO MES " MES-ANIV-WS
               " - FILIAIS " FILIAL-INI-WS " A " FILIAL-FIM-WS
               DELIMITED BY SIZE INTO REG-ANV
           WRITE REG-ANV
           MOVE 99 TO FILIAL-ANT-WS
           MOVE "N" TO FIM-SRT-WS.
       320-DEVOLVE.
           RETURN ARQ-SRA
               AT END MOVE "S" TO FIM-SRT-WS
           END-RETURN
           IF ACABOU-SRT
               GO TO 380-ENCERRA.
           IF FILIAL-SRA NOT = FILIAL-ANT-WS
               MOVE FILIAL-SRA TO FILIAL-ANT-WS
               MOVE SPACES TO REG-ANV
               WRITE REG-ANV
               PERFORM VARYING IDX-FIL-VL-WS FROM 1 BY 1
                   UNTIL IDX-FIL-VL-WS > QTD-FILIAL-VL
                   OR FILIAL-VL-WS (IDX-FIL-VL-WS) = FILIAL-SRA
               END-PERFORM
               MOVE SPACES TO REG-ANV
               IF IDX-FIL-VL-WS > QTD-FILIAL-VL
                   STRING "FILIAL " FILIAL-SRA
                       DELIMITED BY SIZE INTO REG-ANV
               ELSE
                   STRING "FILIAL " FILIAL-SRA " - "
                       NOME-FIL-VL-WS (IDX-FIL-VL-WS)
                       DELIMITED BY SIZE INTO REG-ANV
               END-IF
               WRITE REG-ANV.
           MOVE DIA-SRA TO DIA-LIN-WS
           MOVE NOME-SRA TO NOME-LIN-WS
           MOVE CPF-SRA TO CPF-LIN-WS
           MOVE TEL-SRA TO TEL-LIN-WS
           MOVE VEND-SRA TO VEND-LIN-WS
           WRITE REG-ANV FROM LINHA-ANIV-WS
           GO TO 320-DEVOLVE.
       380-ENCERRA.
           MOVE SPACES TO REG-ANV
           WRITE REG-ANV
           MOVE SPACES TO REG-ANV
           STRING "TOTAL DE ANIVERSARIANTES: " ANIVERSARIOS-77
               DELIMITED BY SIZE INTO REG-ANV
           WRITE REG-ANV
           CLOSE ARQ-ANV.
       390-FIM.
           EXIT.
      *
      *    PINTA OS CONTADORES SO A CADA INTERVALO-TELA-WS REGISTROS
       MOSTRA-PROGRESSO.
           SUBTRACT 1 FROM CONTA-TELA-WS
           IF CONTA-TELA-WS = ZEROS
               MOVE INTERVALO-TELA-WS TO CONTA-TELA-WS
               PERFORM REPINTA-TELA.
      *
       REPINTA-TELA.
           DISPLAY (18, 26) LIDOS-77
           DISPLAY (18, 44) ETIQUETAS-77.
      *
       GRAVA-LOG.
           MOVE "CONVETIQ" TO PROGRAMA-LOG-TX
           ACCEPT DATA-EXEC-LOG-TX FROM DATE YYYYMMDD
           ACCEPT HORA-EXEC-LOG-TX FROM TIME
           MOVE OPERADOR-EXEC-WS TO OPERADOR-LOG-TX
           ACCEPT HORA-FIM-EXEC-WS FROM TIME
           PERFORM CALCULA-DURACAO
           MOVE HORA-INI6-EXEC-WS TO HORA-INI-LOG-TX
           MOVE DURACAO-EXEC-WS TO DURACAO-LOG-TX
           MOVE SPACES TO FILTRO-LOG-TX
           STRING "FIL=" FILIAL-INI-WS "-" FILIAL-FIM-WS
               " REG=" REGIAO-FIL-WS " VEND=" VEND-FIL-WS
               " MES=" MES-ANIV-WS
               DELIMITED BY SIZE
               INTO FILTRO-LOG-TX
           MOVE LIDOS-77 TO LIDOS-LOG-TX
           MOVE ETIQUETAS-77 TO GRAVADOS-LOG-TX
           MOVE ANIVERSARIOS-77 TO GRAVADOS2-LOG-TX
           MOVE "CONVETIQ.REL" TO NOME-REL-ARR-WS
           PERFORM GUARDA-RELATORIO THRU GUARDA-RELATORIO-EXIT
           MOVE "CONVANIV.REL" TO NOME-REL-ARR-WS
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
           PERFORM LE-PRM THRU LE-PRM-EXIT UNTIL ACABOU-PRM OR MODO-AUTO
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
               MOVE DIA-INI-PARM-TX    TO DIA-INI-PARM-WS
               MOVE MES-INI-PARM-TX    TO MES-INI-PARM-WS
               MOVE ANO-INI-PARM-TX    TO ANO-INI-PARM-WS
               MOVE DIA-FIM-PARM-TX    TO DIA-FIM-PARM-WS
               MOVE MES-FIM-PARM-TX    TO MES-FIM-PARM-WS
               MOVE ANO-FIM-PARM-TX    TO ANO-FIM-PARM-WS
               MOVE FILTRO-PARM-TX     TO FILTRO-PARM-WS
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
           COPY FILIALPR.
      *
           COPY SECULOPR.
      *
           COPY DURAPR.
      *
           COPY OPERPR.
      *
           COPY ARQRPR.
      *
           COPY TRAVAPR.
