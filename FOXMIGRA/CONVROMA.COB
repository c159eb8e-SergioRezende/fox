      *
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. CONVROMA.
       AUTHOR. LUIS AUGUSTO.
      *
      *    DATA DA ALTERACAO: 10/96
      *
      *    ROMANEIO DE CARGA POR VEICULO A PARTIR DOS CAMPOS DE
      *    TRANSPORTE DAS NOTAS (x:MVddmmff.Faa): PLACA-NTFS,
      *    COD-TRANSP, TIPO-TRANSP, PESO, CARACTERIST E O ENDERECO/CEP
      *    DO CLIENTE. DUAS OPCOES:
      *      R - ROMANEIO DE UMA DATA (UMA PLACA OU TODAS): POR PLACA,
      *          AS NOTAS EM ORDEM DE CEP/BAIRRO COM CLIENTE, ENDERECO,
      *          VOLUMES, PESO E VALOR, E O PESO TOTAL DO VEICULO;
      *      M - RESUMO DO MES POR PLACA: VIAGENS (DIAS COM CARGA),
      *          NOTAS, PESO E FRETE COBRADO.
      *    SAI EM "CONVROMA.REL". NOTAS SEM PLACA E ENTRADAS FICAM
      *    DE FORA. ACABA A MONTAGEM DA CARGA NA MAO PELAS VIAS DAS
      *    NOTAS.
      *
      *    DATA DA ALTERACAO: 10/96
      *
      *    CADA "CONVROMA.REL" GERADO E GUARDADO NO ARQUIVO DE
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
           SELECT      ARQ-SRT    ASSIGN     TO   "CONVROMA.SRT".
      *
           SELECT      ARQ-NT     ASSIGN     TO   DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ESTADO.
      *
           SELECT      ARQ-REL    ASSIGN     TO   "CONVROMA.REL"
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
           COPY FILIALSL.
      *
           COPY EMPRESL.
      *
           COPY OPERSL.
      *
       DATA DIVISION.
       FILE SECTION.
      *
      *    NO ROMANEIO A CHAVE E CEP + SUFIXO + BAIRRO; NO RESUMO DO
      *    MES E A DATA (AAAAMMDD), PARA CONTAR AS VIAGENS
       SD  ARQ-SRT
           DATA      RECORD       REG-SRT.
       01  REG-SRT.
           05  PLACA-SRT                     PIC X(06).
           05  CHAVE-SRT                     PIC X(22).
           05  NUMERO-SRT                    PIC 9(06).
           05  DATA-SRT                      PIC 9(08).
           05  NOTA-SRT                      PIC X(500).
      *
      *    ARQUIVO DIARIO DE NOTAS GERADO PELO CONVNOTA (OS CAMPOS
      *    USADOS ESTAO EM NOTA-WS)
       FD  ARQ-NT
           LABEL     RECORD       STANDARD
           VALUE     OF FILE-ID   ARQNT-WS
           DATA      RECORD       REG-NT.
       01  REG-NT                            PIC X(500).
      *
       FD  ARQ-REL
           LABEL     RECORD       STANDARD
           VALUE     OF FILE-ID   "CONVROMA.REL"
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
           COPY TRAVAFD.
      *
      *    REGISTRO DE PARAMETROS DE EXECUCAO (ARQ. "CONVPARM.DAT")
       FD  ARQ-PRM
           LABEL RECORD IS STANDARD.
           COPY PARMCONV.
      *
           COPY FILIALFD.
      *
           COPY EMPREFD.
      *
           COPY OPERFD.
      *
       WORKING-STORAGE SECTION.
      *
       77  ESTADO                PIC X(02).
       77  ESTADO-REL            PIC X(02).
       77  ESTADO-LOG            PIC X(02).
       77  ESTADO-PRM            PIC X(02).
       77  LIDOS-77        VALUE 0             PIC 9(07).
       77  CARGAS-77       VALUE 0             PIC 9(07).
       77  VEICULOS-77     VALUE 0             PIC 9(05).
       77  INTERVALO-TELA-WS  VALUE 100         PIC 9(05).
       77  CONTA-TELA-WS      VALUE 1           PIC 9(05).
       77  DD-MM-77        VALUE ZEROS         PIC 99/99.
       77  FIM-NT-WS                           PIC X(01).
           88  ACABOU-NT                       VALUE "S".
       77  FIM-SRT-WS                          PIC X(01).
           88  ACABOU-SRT                      VALUE "S".
       77  OPCAO-WS        VALUE "R"           PIC X(01).
           88  OPCAO-ROMANEIO                  VALUE "R".
           88  OPCAO-MENSAL                    VALUE "M".
       77  PLACA-SEL-WS    VALUE SPACES        PIC X(06).
       77  LINHAS-PAG-WS   VALUE 99            PIC 9(02).
       77  PAGINA-WS       VALUE 0             PIC 9(04).
      *
       01  INICIAL-WS                          PIC 9(04).
       01  FILLER REDEFINES INICIAL-WS.
           05  DIA-INI-WS                      PIC 9(02).
           05  MES-INI-WS                      PIC 9(02).
       01  FINAL-WS                            PIC 9(04).
       01  FILLER REDEFINES FINAL-WS.
           05  DIA-FIM-WS                      PIC 9(02).
           05  MES-FIM-WS                      PIC 9(02).
       01  ANO-INI-WS      VALUE ZEROS         PIC 9(04).
       01  FILLER REDEFINES ANO-INI-WS.
           05  FILLER                          PIC 9(02).
           05  ANO2-INI-WS                     PIC 9(02).
       01  ANO-FIM-WS      VALUE ZEROS         PIC 9(04).
      *    INICIO DO PERIODO GUARDADO PARA OS CABECALHOS
       01  INICIAL-SALVO-WS                    PIC 9(04).
       01  FILLER REDEFINES INICIAL-SALVO-WS.
           05  DIA-SALVO-WS                    PIC 9(02).
           05  MES-SALVO-WS                    PIC 9(02).
       01  ANO-INI-SALVO-WS                    PIC 9(04).
       01  MESDIA-INI-WS.
           05  ANO-CORTE-INI-WS                PIC 9(04).
           05  MES-CORTE-INI-WS                PIC 9(02).
           05  DIA-CORTE-INI-WS                PIC 9(02).
       01  MESDIA-FIM-WS.
           05  ANO-CORTE-FIM-WS                PIC 9(04).
           05  MES-CORTE-FIM-WS                PIC 9(02).
           05  DIA-CORTE-FIM-WS                PIC 9(02).
      *
      *    CALENDARIO REAL PARA O AVANCO DIA A DIA
       01  DIAS-MES-VL-WS  PIC X(24) VALUE "312831303130313130313031".
       01  FILLER REDEFINES DIAS-MES-VL-WS.
           05  DIAS-MES-VL OCCURS 12 TIMES     PIC 9(02).
       77  MES-CAL-WS                          PIC 9(02).
       77  ANO-CAL-WS                          PIC 9(04).
       77  ULT-DIA-MES-WS                      PIC 9(02).
       77  QUOC-BISS-WS                        PIC 9(04).
       77  RESTO-BISS-WS                       PIC 9(04).
      *
      *    CAMPOS DA NOTA USADOS PELO ROMANEIO
       01  NOTA-WS.
           05  FILLER                          PIC X(02).
           05  TIPO-NOTA-WS                    PIC 9(01).
           05  FILLER                          PIC X(01).
           05  NUMERO-NOTA-WS                  PIC 9(06).
           05  FILLER                          PIC X(15).
           05  NOME-NOTA-WS                    PIC X(40).
           05  END-NOTA-WS                     PIC X(30).
           05  MUN-NOTA-WS                     PIC X(22).
           05  BAIRRO-NOTA-WS                  PIC X(14).
           05  CEP-NOTA-WS                     PIC 9(05).
           05  UF-NOTA-WS                      PIC X(02).
           05  FILLER                          PIC X(42).
           05  TIPO-TRANSP-NOTA-WS             PIC 9(01).
           05  FILLER                          PIC X(14).
           05  TOTAL-NOTA-WS                   PIC 9(11).
           05  FRETE-NOTA-WS                   PIC 9(09).
           05  FILLER                          PIC X(42).
           05  TRANSP-NOTA-WS                  PIC 9(03).
           05  PLACA-NOTA-WS                   PIC X(06).
           05  PESO-NOTA-WS                    PIC 9(05)V9(03).
           05  CARACT-NOTA-WS                  PIC X(30).
           05  FILLER                          PIC X(127).
           05  CEP2-NOTA-WS                    PIC 9(03).
           05  FILLER                          PIC X(66).
      *
      *    DESCRICAO DO TIPO DE TRANSPORTE (TIPO-TRANSP-NTFS)
       01  TIPOS-TRANSP-VL-WS.
           05  FILLER  VALUE "RODOVIARIO "     PIC X(11).
           05  FILLER  VALUE "AEREO      "     PIC X(11).
           05  FILLER  VALUE "FERROVIARIO"     PIC X(11).
           05  FILLER  VALUE "MARITIMO   "     PIC X(11).
       01  FILLER REDEFINES TIPOS-TRANSP-VL-WS.
           05  TIPO-TRANSP-VL OCCURS 4 TIMES   PIC X(11).
       77  TIPO-TRANSP-DESC-WS                 PIC X(11).
      *
      *    QUEBRA POR PLACA (E POR DIA, NO RESUMO DO MES)
       77  PLACA-ABERTA-WS VALUE "N"           PIC X(01).
           88  PLACA-ABERTA                    VALUE "S".
       77  PLACA-ANT-WS                        PIC X(06).
       77  DATA-ANT-WS                         PIC 9(08).
       01  TOTAIS-PLACA-WS.
           05  NOTAS-PLACA-WS                  PIC 9(05).
           05  VIAGENS-PLACA-WS                PIC 9(03).
           05  PESO-PLACA-WS                   PIC 9(07)V9(03).
           05  VALOR-PLACA-WS                  PIC 9(13).
           05  FRETE-PLACA-WS                  PIC 9(11).
       01  TOTAIS-GERAL-WS.
           05  NOTAS-GERAL-WS                  PIC 9(07).
           05  VIAGENS-GERAL-WS                PIC 9(05).
           05  PESO-GERAL-WS                   PIC 9(09)V9(03).
           05  VALOR-GERAL-WS                  PIC 9(13).
           05  FRETE-GERAL-WS                  PIC 9(11).
      *
      *    LINHAS DO ROMANEIO
       01  CAB-ROM-WS.
           05  FILLER  VALUE "ROMANEIO DE CARGA - FILIAL "
                                               PIC X(27).
           05  FILIAL-CAB-ROM-WS               PIC 9(02).
           05  FILLER  VALUE "  DATA "         PIC X(07).
           05  DIA-CAB-ROM-WS                  PIC 9(02).
           05  FILLER  VALUE "/"               PIC X(01).
           05  MES-CAB-ROM-WS                  PIC 9(02).
           05  FILLER  VALUE "/"               PIC X(01).
           05  ANO-CAB-ROM-WS                  PIC 9(04).
           05  FILLER  VALUE "  PLACA "        PIC X(08).
           05  PLACA-CAB-ROM-WS                PIC X(06).
           05  FILLER  VALUE "  TRANSP "       PIC X(09).
           05  TRANSP-CAB-ROM-WS               PIC 9(03).
           05  FILLER                          PIC X(01) VALUE SPACE.
           05  TIPO-CAB-ROM-WS                 PIC X(11).
           05  FILLER  VALUE "  PAG. "         PIC X(07).
           05  PAG-CAB-ROM-WS                  PIC Z.ZZ9.
           05  FILLER                          PIC X(04) VALUE SPACES.
       01  CAB2-ROM-WS.
           05  FILLER  VALUE "NOTA   CLIENTE"  PIC X(14).
           05  FILLER                          PIC X(34) VALUE SPACES.
           05  FILLER  VALUE "   PESO KG       VALOR"
                                               PIC X(22).
           05  FILLER                          PIC X(30) VALUE SPACES.
       01  CAB3-ROM-WS.
           05  FILLER  VALUE "       ENDERECO / BAIRRO / CEP / "
                                               PIC X(33).
           05  FILLER  VALUE "MUNICIPIO-UF / VOLUMES"
                                               PIC X(22).
           05  FILLER                          PIC X(45) VALUE SPACES.
       01  LINHA1-ROM-WS.
           05  NUMERO-ROM-WS                   PIC 9(06).
           05  FILLER                          PIC X(01) VALUE SPACE.
           05  NOME-ROM-WS                     PIC X(40).
           05  FILLER                          PIC X(01) VALUE SPACE.
           05  PESO-ROM-WS                     PIC ZZ.ZZ9,999.
           05  FILLER                          PIC X(01) VALUE SPACE.
           05  VALOR-ROM-WS                    PIC ZZZ.ZZZ.ZZ9.
           05  FILLER                          PIC X(30) VALUE SPACES.
       01  LINHA2-ROM-WS.
           05  FILLER                          PIC X(07) VALUE SPACES.
           05  END-ROM-WS                      PIC X(30).
           05  FILLER                          PIC X(01) VALUE SPACE.
           05  BAIRRO-ROM-WS                   PIC X(14).
           05  FILLER                          PIC X(01) VALUE SPACE.
           05  CEP-ROM-WS                      PIC 9(05).
           05  FILLER  VALUE "-"               PIC X(01).
           05  CEP2-ROM-WS                     PIC 9(03).
           05  FILLER                          PIC X(01) VALUE SPACE.
           05  MUN-ROM-WS                      PIC X(22).
           05  FILLER  VALUE "-"               PIC X(01).
           05  UF-ROM-WS                       PIC X(02).
           05  FILLER                          PIC X(12) VALUE SPACES.
       01  LINHA3-ROM-WS.
           05  FILLER  VALUE "       VOLUMES: "
                                               PIC X(16).
           05  CARACT-ROM-WS                   PIC X(30).
           05  FILLER                          PIC X(54) VALUE SPACES.
      *
      *    LINHAS DO RESUMO DO MES
       01  CAB-RES-WS.
           05  FILLER  VALUE "PLACA  VIAGENS  NOTAS"
                                               PIC X(21).
           05  FILLER  VALUE "       PESO KG FRETE COBRADO "
                                               PIC X(29).
           05  FILLER  VALUE "VALOR DAS NOTAS" PIC X(15).
           05  FILLER                          PIC X(35) VALUE SPACES.
       01  LINHA-RES-WS.
           05  PLACA-RES-WS                    PIC X(06).
           05  FILLER                          PIC X(03) VALUE SPACES.
           05  VIAGENS-RES-WS                  PIC ZZZZ9.
           05  FILLER                          PIC X(01) VALUE SPACE.
           05  NOTAS-RES-WS                    PIC ZZZZZ9.
           05  FILLER                          PIC X(01) VALUE SPACE.
           05  PESO-RES-WS                     PIC Z.ZZZ.ZZ9,999.
           05  FILLER                          PIC X(01) VALUE SPACE.
           05  FRETE-RES-WS                    PIC Z.ZZZ.ZZZ.ZZ9.
           05  FILLER                          PIC X(01) VALUE SPACE.
           05  VALOR-RES-WS                    PIC ZZZ.ZZZ.ZZZ.ZZ9.
           05  FILLER                          PIC X(35) VALUE SPACES.
       77  PESO-ED-WS                          PIC ZZZ.ZZZ.ZZ9,999.
       77  VALOR-ED-WS                         PIC ZZZ.ZZZ.ZZZ.ZZ9.
       77  FRETE-ED-WS                         PIC Z.ZZZ.ZZZ.ZZ9.
      *
           COPY TELAWS.
           COPY PARMAUTO.
      *
           COPY OPERWS.
           COPY DURAWS.
           COPY FILIALVL.
           COPY EMPREVL.
      *
       01  ARQNT-WS.
           05  U-NT-WS                         PIC X(01).
           05  FILLER VALUE ":MV"              PIC X(03).
           05  DATA-NT-WS                      PIC 9(04).
           05  FILIAL-NT-WS                    PIC 9(02).
           05  FILLER VALUE ".F"               PIC X(02).
           05  ANO-NT-WS                       PIC 9(02).
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
           DISPLAY (5, 16) "* ROMANEIO DE CARGA POR VEICULO *"

           PERFORM CARREGA-FILIAL THRU CARREGA-FILIAL-EXIT
           PERFORM CARREGA-EMPRESA THRU CARREGA-EMPRESA-EXIT
           MOVE "CONVROMA" TO PROGRAMA-EXEC-WS
           PERFORM CARREGA-PARM THRU CARREGA-PARM-EXIT
           IF MODO-AUTO AND TELA-PARM-WS NOT = ZEROS
               MOVE TELA-PARM-WS TO INTERVALO-TELA-WS.
      *    NA CADEIA O FILTRO TRAZ A OPCAO (R OU M); O ROMANEIO SAI
      *    COM TODAS AS PLACAS
           IF MODO-AUTO
               MOVE DRIVE-PARM-WS TO U-NT-WS
               MOVE FILIAL-INI-PARM-WS TO FILIAL-NT-WS
               MOVE "R" TO OPCAO-WS
               IF FILTRO-PARM-WS (1:1) = "M"
                   MOVE "M" TO OPCAO-WS.

           DISPLAY (9, 10) "Operador................:"
           IF NOT MODO-AUTO
               ACCEPT (, ) OPERADOR-EXEC-WS WITH PROMPT UPDATE.
           MOVE "CONVROMA" TO PROGRAMA-ACE-WS
           MOVE MODO-AUTO-WS TO SEM-SENHA-ACE-WS
           PERFORM AUTENTICA-OPERADOR THRU AUTENTICA-OPERADOR-EXIT.

           DISPLAY (10, 10) "Informe o Drive dos arqs:"
           IF NOT MODO-AUTO
               ACCEPT (, ) U-NT-WS WITH PROMPT UPDATE
               ACCEPT ESCAPE-77 FROM ESCAPE KEY
               IF ESCAPE-77 NOT = ZEROS STOP RUN.

           DISPLAY (11, 10) "Informe a Filial .......:"
           IF NOT MODO-AUTO
               ACCEPT (, ) FILIAL-NT-WS WITH PROMPT UPDATE
               IF ESCAPE-77 NOT = ZEROS GO TO INICIO-010.
           PERFORM VARYING IDX-FIL-VL-WS FROM 1 BY 1
               UNTIL IDX-FIL-VL-WS > QTD-FILIAL-VL
               OR FILIAL-VL-WS (IDX-FIL-VL-WS) = FILIAL-NT-WS
           END-PERFORM
           IF IDX-FIL-VL-WS > QTD-FILIAL-VL
               DISPLAY (24, 10) "FILIAL INVALIDA - VERIFIQUE O NUMERO"
               IF MODO-AUTO GO TO TERMINA-ERRO-PARM END-IF
               GO TO INICIO-010.

           DISPLAY (12, 10) "Romaneio/Mensal (R/M)...:"
           IF NOT MODO-AUTO
               ACCEPT (, ) OPCAO-WS WITH PROMPT UPDATE
               IF ESCAPE-77 NOT = ZEROS GO TO INICIO-010.
           IF NOT OPCAO-ROMANEIO AND NOT OPCAO-MENSAL
               IF MODO-AUTO GO TO TERMINA-ERRO-PARM END-IF
               GO TO INICIO-010.

           IF OPCAO-MENSAL
               GO TO 020-MES.
           DISPLAY (13, 10) "Data da carga (dd/mm)...:"
           IF NOT MODO-AUTO
               ACCEPT (, ) DD-MM-77 WITH PROMPT UPDATE
               IF ESCAPE-77 NOT = ZEROS GO TO INICIO-010.
           MOVE DD-MM-77 TO INICIAL-WS
           IF MODO-AUTO
               MOVE DIA-INI-PARM-WS TO DIA-INI-WS
               MOVE MES-INI-PARM-WS TO MES-INI-WS.
           IF DIA-INI-WS = ZEROS OR MES-INI-WS = ZEROS
               OR MES-INI-WS > 12
               IF MODO-AUTO GO TO TERMINA-ERRO-PARM END-IF
               GO TO INICIO-010.
           MOVE INICIAL-WS TO FINAL-WS
           DISPLAY (14, 10) "Placa (branco = todas)..:"
           IF NOT MODO-AUTO
               ACCEPT (, ) PLACA-SEL-WS WITH PROMPT UPDATE
               IF ESCAPE-77 NOT = ZEROS GO TO INICIO-010.
           GO TO 025-ANO.
       020-MES.
           DISPLAY (13, 10) "Mes (mm)................:"
           IF NOT MODO-AUTO
               ACCEPT (, ) MES-INI-WS WITH PROMPT UPDATE
               IF ESCAPE-77 NOT = ZEROS GO TO INICIO-010.
           IF MODO-AUTO
               MOVE MES-INI-PARM-WS TO MES-INI-WS.
           IF MES-INI-WS = ZEROS OR MES-INI-WS > 12
               IF MODO-AUTO GO TO TERMINA-ERRO-PARM END-IF
               GO TO INICIO-010.
           MOVE 1 TO DIA-INI-WS
           MOVE MES-INI-WS TO MES-FIM-WS.
       025-ANO.
           DISPLAY (15, 10) "Ano (aaaa)..............:"
           IF NOT MODO-AUTO
               ACCEPT (, ) ANO-INI-WS WITH PROMPT UPDATE
               IF ESCAPE-77 NOT = ZEROS GO TO INICIO-010.
           IF MODO-AUTO
               MOVE ANO-INI-PARM-WS TO ANO-INI-WS.
           IF ANO-INI-WS = ZEROS
               IF MODO-AUTO GO TO TERMINA-ERRO-PARM END-IF
               GO TO INICIO-010.
           MOVE ANO-INI-WS TO ANO-FIM-WS
           IF OPCAO-MENSAL
               MOVE MES-INI-WS TO MES-CAL-WS
               MOVE ANO-INI-WS TO ANO-CAL-WS
               PERFORM CALCULA-ULT-DIA
               MOVE ULT-DIA-MES-WS TO DIA-FIM-WS.
           MOVE INICIAL-WS TO INICIAL-SALVO-WS
           MOVE ANO-INI-WS TO ANO-INI-SALVO-WS

           DISPLAY (17, 10) "NOTAS LIDAS:        CARREGADAS:"
           MOVE 0 TO LIDOS-77 CARGAS-77 VEICULOS-77
           SORT ARQ-SRT
               ON ASCENDING KEY PLACA-SRT CHAVE-SRT NUMERO-SRT
               INPUT  PROCEDURE IS 100-CARGA
               OUTPUT PROCEDURE IS 200-RELATORIO
           DISPLAY (23, 10) "ROMANEIO GRAVADO EM CONVROMA.REL"
           PERFORM REPINTA-TELA
           PERFORM GRAVA-LOG
           IF MODO-AUTO GOBACK.
           GO TO 015-DATAS.
      *
      *    CARGA: PERCORRE OS DIAS (UM SO NO ROMANEIO) LIBERANDO AS
      *    NOTAS DE SAIDA COM PLACA
       100-CARGA SECTION.
       110-PREPARA.
           SUBTRACT 1 FROM DIA-INI-WS.
       120-DIA.
           ADD 1 TO DIA-INI-WS
           MOVE MES-INI-WS TO MES-CAL-WS
           MOVE ANO-INI-WS TO ANO-CAL-WS
           PERFORM CALCULA-ULT-DIA
           IF DIA-INI-WS > ULT-DIA-MES-WS
               MOVE 1 TO DIA-INI-WS
               ADD 1 TO MES-INI-WS
               IF MES-INI-WS > 12
                   MOVE 1 TO MES-INI-WS
                   ADD 1 TO ANO-INI-WS.
           MOVE ANO-INI-WS TO ANO-CORTE-INI-WS
           MOVE MES-INI-WS TO MES-CORTE-INI-WS
           MOVE DIA-INI-WS TO DIA-CORTE-INI-WS
           MOVE ANO-FIM-WS TO ANO-CORTE-FIM-WS
           MOVE MES-FIM-WS TO MES-CORTE-FIM-WS
           MOVE DIA-FIM-WS TO DIA-CORTE-FIM-WS
           IF MESDIA-INI-WS > MESDIA-FIM-WS
               GO TO 190-FIM-CARGA.
           MOVE INICIAL-WS TO DATA-NT-WS
           MOVE ANO2-INI-WS TO ANO-NT-WS
           MOVE "N" TO FIM-NT-WS
           OPEN INPUT ARQ-NT
           IF ESTADO NOT = ZEROS
               GO TO 120-DIA.
           PERFORM 130-LE-NOTA THRU 130-LE-NOTA-EXIT UNTIL ACABOU-NT
           CLOSE ARQ-NT
           GO TO 120-DIA.
       130-LE-NOTA.
           READ ARQ-NT AT END MOVE "S" TO FIM-NT-WS END-READ
           IF ACABOU-NT GO TO 130-LE-NOTA-EXIT.
           IF REG-NT (1:1) = "0" AND REG-NT (2:4) = "CONV"
               GO TO 130-LE-NOTA-EXIT.
           IF REG-NT (1:1) = "9" AND REG-NT (22:479) = SPACES
               GO TO 130-LE-NOTA-EXIT.
           ADD 1 TO LIDOS-77
           PERFORM MOSTRA-PROGRESSO
           MOVE REG-NT TO NOTA-WS
           IF TIPO-NOTA-WS = 3 OR PLACA-NOTA-WS = SPACES
               GO TO 130-LE-NOTA-EXIT.
           IF PLACA-SEL-WS NOT = SPACES
               AND PLACA-NOTA-WS NOT = PLACA-SEL-WS
               GO TO 130-LE-NOTA-EXIT.
           MOVE PLACA-NOTA-WS TO PLACA-SRT
           MOVE MESDIA-INI-WS TO DATA-SRT
           MOVE SPACES TO CHAVE-SRT
           IF OPCAO-ROMANEIO
               STRING CEP-NOTA-WS CEP2-NOTA-WS BAIRRO-NOTA-WS
                   DELIMITED BY SIZE INTO CHAVE-SRT
           ELSE
               MOVE MESDIA-INI-WS TO CHAVE-SRT.
           MOVE NUMERO-NOTA-WS TO NUMERO-SRT
           MOVE NOTA-WS TO NOTA-SRT
           RELEASE REG-SRT
           ADD 1 TO CARGAS-77.
       130-LE-NOTA-EXIT.
           EXIT.
       190-FIM-CARGA.
           EXIT.
      *
      *    DEVOLUCAO: ROMANEIO POR PLACA OU RESUMO DO MES POR PLACA
       200-RELATORIO SECTION.
       210-PREPARA.
           OPEN OUTPUT ARQ-REL
           MOVE "N" TO PLACA-ABERTA-WS
           MOVE 0 TO PAGINA-WS
           MOVE 99 TO LINHAS-PAG-WS
           MOVE 0 TO NOTAS-GERAL-WS VIAGENS-GERAL-WS PESO-GERAL-WS
           MOVE 0 TO VALOR-GERAL-WS FRETE-GERAL-WS
           MOVE "N" TO FIM-SRT-WS
           IF OPCAO-MENSAL
               PERFORM 270-CABECALHO-MES.
       220-DEVOLVE.
           RETURN ARQ-SRT
               AT END MOVE "S" TO FIM-SRT-WS
           END-RETURN
           IF ACABOU-SRT
               IF PLACA-ABERTA
                   PERFORM 250-FECHA-PLACA THRU 250-FECHA-PLACA-FIM
               END-IF
               GO TO 280-ENCERRA.
           IF PLACA-ABERTA AND PLACA-SRT NOT = PLACA-ANT-WS
               PERFORM 250-FECHA-PLACA THRU 250-FECHA-PLACA-FIM.
           MOVE NOTA-SRT TO NOTA-WS
           IF NOT PLACA-ABERTA
               PERFORM 230-ABRE-PLACA.
           ADD 1 TO NOTAS-PLACA-WS
           ADD PESO-NOTA-WS TO PESO-PLACA-WS
           ADD TOTAL-NOTA-WS TO VALOR-PLACA-WS
           ADD FRETE-NOTA-WS TO FRETE-PLACA-WS
           IF DATA-SRT NOT = DATA-ANT-WS
               ADD 1 TO VIAGENS-PLACA-WS
               MOVE DATA-SRT TO DATA-ANT-WS.
           IF OPCAO-ROMANEIO
               PERFORM 240-IMPRIME-NOTA.
           GO TO 220-DEVOLVE.
      *
       230-ABRE-PLACA.
           MOVE "S" TO PLACA-ABERTA-WS
           MOVE PLACA-SRT TO PLACA-ANT-WS
           MOVE ZEROS TO DATA-ANT-WS
           MOVE 0 TO NOTAS-PLACA-WS VIAGENS-PLACA-WS PESO-PLACA-WS
           MOVE 0 TO VALOR-PLACA-WS FRETE-PLACA-WS
           ADD 1 TO VEICULOS-77
           IF OPCAO-ROMANEIO
               PERFORM 260-CABECALHO-ROM.
      *
      *    TRES LINHAS POR NOTA: CLIENTE/PESO/VALOR, ENDERECO E
      *    VOLUMES
       240-IMPRIME-NOTA.
           IF LINHAS-PAG-WS > 52
               PERFORM 260-CABECALHO-ROM.
           MOVE NUMERO-NOTA-WS TO NUMERO-ROM-WS
           MOVE NOME-NOTA-WS TO NOME-ROM-WS
           MOVE PESO-NOTA-WS TO PESO-ROM-WS
           MOVE TOTAL-NOTA-WS TO VALOR-ROM-WS
           WRITE REG-REL FROM LINHA1-ROM-WS
           MOVE END-NOTA-WS TO END-ROM-WS
           MOVE BAIRRO-NOTA-WS TO BAIRRO-ROM-WS
           MOVE CEP-NOTA-WS TO CEP-ROM-WS
           MOVE CEP2-NOTA-WS TO CEP2-ROM-WS
           MOVE MUN-NOTA-WS TO MUN-ROM-WS
           MOVE UF-NOTA-WS TO UF-ROM-WS
           WRITE REG-REL FROM LINHA2-ROM-WS
           MOVE CARACT-NOTA-WS TO CARACT-ROM-WS
           WRITE REG-REL FROM LINHA3-ROM-WS
           ADD 3 TO LINHAS-PAG-WS.
      *
       250-FECHA-PLACA.
           MOVE "N" TO PLACA-ABERTA-WS
           ADD NOTAS-PLACA-WS TO NOTAS-GERAL-WS
           ADD VIAGENS-PLACA-WS TO VIAGENS-GERAL-WS
           ADD PESO-PLACA-WS TO PESO-GERAL-WS
           ADD VALOR-PLACA-WS TO VALOR-GERAL-WS
           ADD FRETE-PLACA-WS TO FRETE-GERAL-WS
           IF OPCAO-MENSAL
               MOVE PLACA-ANT-WS TO PLACA-RES-WS
               MOVE VIAGENS-PLACA-WS TO VIAGENS-RES-WS
               MOVE NOTAS-PLACA-WS TO NOTAS-RES-WS
               MOVE PESO-PLACA-WS TO PESO-RES-WS
               MOVE FRETE-PLACA-WS TO FRETE-RES-WS
               MOVE VALOR-PLACA-WS TO VALOR-RES-WS
               WRITE REG-REL FROM LINHA-RES-WS
               GO TO 250-FECHA-PLACA-FIM.
           MOVE PESO-PLACA-WS TO PESO-ED-WS
           MOVE VALOR-PLACA-WS TO VALOR-ED-WS
           MOVE FRETE-PLACA-WS TO FRETE-ED-WS
           MOVE SPACES TO REG-REL
           WRITE REG-REL
           MOVE SPACES TO REG-REL
           STRING "TOTAL DO VEICULO " PLACA-ANT-WS ": "
               NOTAS-PLACA-WS " NOTAS  PESO " PESO-ED-WS " KG"
               DELIMITED BY SIZE INTO REG-REL
           WRITE REG-REL
           MOVE SPACES TO REG-REL
           STRING "                         VALOR " VALOR-ED-WS
               "  FRETE " FRETE-ED-WS
               DELIMITED BY SIZE INTO REG-REL
           WRITE REG-REL
           MOVE SPACES TO REG-REL
           WRITE REG-REL
           MOVE SPACES TO REG-REL
           STRING "CONFERENTE: ____________________   "
               "MOTORISTA: ____________________"
               DELIMITED BY SIZE INTO REG-REL
           WRITE REG-REL.
       250-FECHA-PLACA-FIM.
           EXIT.
      *
      *    CABECALHO DO ROMANEIO (PAGINA NOVA A CADA PLACA)
       260-CABECALHO-ROM.
           ADD 1 TO PAGINA-WS
           MOVE SPACES TO REG-REL
           WRITE REG-REL
           MOVE FILIAL-NT-WS TO FILIAL-BUSCA-EMP-WS
           PERFORM ACHA-EMPRESA
           MOVE SPACES TO REG-REL
           STRING ACHADO-RAZAO-EMP-WS " CGC " ACHADO-CGC-EMP-WS
               " IE " ACHADO-INSCR-EMP-WS
               DELIMITED BY SIZE INTO REG-REL
           WRITE REG-REL
           MOVE FILIAL-NT-WS TO FILIAL-CAB-ROM-WS
           MOVE DIA-SALVO-WS TO DIA-CAB-ROM-WS
           MOVE MES-SALVO-WS TO MES-CAB-ROM-WS
           MOVE ANO-INI-SALVO-WS TO ANO-CAB-ROM-WS
           MOVE PLACA-ANT-WS TO PLACA-CAB-ROM-WS
           MOVE TRANSP-NOTA-WS TO TRANSP-CAB-ROM-WS
           MOVE SPACES TO TIPO-CAB-ROM-WS
           IF TIPO-TRANSP-NOTA-WS > ZEROS AND TIPO-TRANSP-NOTA-WS < 5
               MOVE TIPO-TRANSP-VL (TIPO-TRANSP-NOTA-WS)
                   TO TIPO-CAB-ROM-WS.
           MOVE PAGINA-WS TO PAG-CAB-ROM-WS
           WRITE REG-REL FROM CAB-ROM-WS
           WRITE REG-REL FROM CAB2-ROM-WS
           WRITE REG-REL FROM CAB3-ROM-WS
           MOVE SPACES TO REG-REL
           WRITE REG-REL
           MOVE 6 TO LINHAS-PAG-WS.
      *
      *    CABECALHO DO RESUMO DO MES
       270-CABECALHO-MES.
           MOVE FILIAL-NT-WS TO FILIAL-BUSCA-EMP-WS
           PERFORM ACHA-EMPRESA
           MOVE SPACES TO REG-REL
           STRING ACHADO-RAZAO-EMP-WS " CGC " ACHADO-CGC-EMP-WS
               " IE " ACHADO-INSCR-EMP-WS
               DELIMITED BY SIZE INTO REG-REL
           WRITE REG-REL
           MOVE SPACES TO REG-REL
           STRING "RESUMO MENSAL POR VEICULO - FILIAL " FILIAL-NT-WS
               "  MES " MES-SALVO-WS "/" ANO-INI-SALVO-WS
               DELIMITED BY SIZE INTO REG-REL
           WRITE REG-REL
           MOVE SPACES TO REG-REL
           WRITE REG-REL
           WRITE REG-REL FROM CAB-RES-WS.
      *
       280-ENCERRA.
           IF OPCAO-MENSAL
               MOVE SPACES TO REG-REL
               WRITE REG-REL
               MOVE "TOTAL " TO PLACA-RES-WS
               MOVE VIAGENS-GERAL-WS TO VIAGENS-RES-WS
               MOVE NOTAS-GERAL-WS TO NOTAS-RES-WS
               MOVE PESO-GERAL-WS TO PESO-RES-WS
               MOVE FRETE-GERAL-WS TO FRETE-RES-WS
               MOVE VALOR-GERAL-WS TO VALOR-RES-WS
               WRITE REG-REL FROM LINHA-RES-WS.
           IF VEICULOS-77 = ZEROS
               MOVE SPACES TO REG-REL
               WRITE REG-REL
               MOVE "NENHUMA NOTA COM PLACA NO PERIODO" TO REG-REL
               WRITE REG-REL.
           CLOSE ARQ-REL.

       290-FIM.
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
           DISPLAY (17, 23) LIDOS-77
           DISPLAY (17, 42) CARGAS-77.
      *
      *    GRAVA UMA LINHA NO LOG PERSISTENTE DE EXECUCOES (CONVLOG.LOG)
       GRAVA-LOG.
           MOVE "CONVROMA" TO PROGRAMA-LOG-TX
           ACCEPT DATA-EXEC-LOG-TX FROM DATE YYYYMMDD
           ACCEPT HORA-EXEC-LOG-TX FROM TIME
           MOVE OPERADOR-EXEC-WS TO OPERADOR-LOG-TX
           ACCEPT HORA-FIM-EXEC-WS FROM TIME
           PERFORM CALCULA-DURACAO
           MOVE HORA-INI6-EXEC-WS TO HORA-INI-LOG-TX
           MOVE DURACAO-EXEC-WS TO DURACAO-LOG-TX
           MOVE SPACES TO FILTRO-LOG-TX
           STRING "FIL=" FILIAL-NT-WS " OPC=" OPCAO-WS
               " PLACA=" PLACA-SEL-WS
               DELIMITED BY SIZE
               INTO FILTRO-LOG-TX
           MOVE LIDOS-77 TO LIDOS-LOG-TX
           MOVE CARGAS-77 TO GRAVADOS-LOG-TX
           MOVE VEICULOS-77 TO GRAVADOS2-LOG-TX
           MOVE "CONVROMA.REL" TO NOME-REL-ARR-WS
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
      *    DEVOLVE EM ULT-DIA-MES-WS O ULTIMO DIA DO MES/ANO
      *    RECEBIDOS EM MES-CAL-WS/ANO-CAL-WS
       CALCULA-ULT-DIA.
           MOVE DIAS-MES-VL (MES-CAL-WS) TO ULT-DIA-MES-WS
           IF MES-CAL-WS = 2
               DIVIDE ANO-CAL-WS BY 4 GIVING QUOC-BISS-WS
                   REMAINDER RESTO-BISS-WS
               IF RESTO-BISS-WS = ZEROS
                   DIVIDE ANO-CAL-WS BY 100 GIVING QUOC-BISS-WS
                       REMAINDER RESTO-BISS-WS
                   IF RESTO-BISS-WS NOT = ZEROS
                       MOVE 29 TO ULT-DIA-MES-WS
                   ELSE
                       DIVIDE ANO-CAL-WS BY 400 GIVING QUOC-BISS-WS
                           REMAINDER RESTO-BISS-WS
                       IF RESTO-BISS-WS = ZEROS
                           MOVE 29 TO ULT-DIA-MES-WS.
      *
           COPY FILIALPR.
      *
           COPY EMPREPR.
      *
           COPY DURAPR.
      *
           COPY OPERPR.
      *
           COPY ARQRPR.
      *
           COPY TRAVAPR.
