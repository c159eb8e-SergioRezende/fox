      *
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. CONVAUDC.
       AUTHOR. LUIS AUGUSTO.
      *
      *    DATA DA ALTERACAO: 10/96
      *
      *    AUDITORIA DOS CLIENTES INCLUIDOS OU ALTERADOS NO BALCAO DE
      *    FATURAMENTO: VARRE AS NOTAS DA FAIXA (x:MVddmmff.Faa) E
      *    SEPARA TODA NOTA EM QUE O FATURISTA GRAVOU O CLIENTE ("S" =
      *    INCLUIDO) OU O ALTEROU ("A") - IND-CLI-NTFS. LISTA, POR
      *    FATURISTA, A NOTA, O VENDEDOR E O CLIENTE; PARA O CLIENTE
      *    ALTERADO MOSTRA A FOTOGRAFIA GRAVADA NA NOTA (LIMITE,
      *    ENDERECO, REGIAO, VENDEDOR DO CLIENTE) AO LADO DO CADASTRO
      *    ATUAL (EXTRATO x:ARQCLIff.TXT DO CONVCLIE), MARCANDO COM "*"
      *    O QUE DIFERE, PARA O CREDITO APROVAR OU DESFAZER CADA
      *    ALTERACAO. PESSOA JURIDICA E COMPARADA COM O ENDERECO
      *    COMERCIAL, PESSOA FISICA COM O RESIDENCIAL. RELATORIO EM
      *    "CONVAUDC.REL".
      *
      *    DATA DA ALTERACAO: 10/96
      *
      *    CADA "CONVAUDC.REL" GERADO E GUARDADO NO ARQUIVO DE
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
           SELECT      ARQ-SRT    ASSIGN     TO   "CONVAUDC.SRT".
      *
           SELECT      ARQ-NT     ASSIGN     TO   DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ESTADO.
      *
           SELECT      ARQ-CLI    ASSIGN     TO   DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ESTADO-CLI.
      *
           SELECT      ARQ-REL    ASSIGN     TO   "CONVAUDC.REL"
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
           COPY OPERSL.
      *
       DATA DIVISION.
       FILE SECTION.
      *
      *    NOTAS SEPARADAS: SO A CHAVE DE ORDEM E A POSICAO NA TABELA
       SD  ARQ-SRT
           DATA      RECORD       REG-SRT.
       01  REG-SRT.
           05  FATURISTA-SRT                 PIC X(05).
           05  IDX-SRT                       PIC 9(04).
      *
      *    ARQUIVO DIARIO DE NOTAS GERADO PELO CONVNOTA
       FD  ARQ-NT
           LABEL     RECORD       STANDARD
           VALUE     OF FILE-ID   ARQNT-WS
           DATA      RECORD       REG-NT.
       01  REG-NT                            PIC X(500).
       01  REG-NT-NOTA.
           05  FILLER                        PIC X(02).
           05  TIPO-NT                       PIC 9(01).
           05  FILLER                        PIC X(01).
           05  NUMERO-NT                     PIC 9(06).
           05  CPF-NT                        PIC 9(14).
           05  FILLER                        PIC X(01).
           05  NOME-NT                       PIC X(40).
           05  END-NT                        PIC X(30).
           05  MUN-NT                        PIC X(22).
           05  BAIRRO-NT                     PIC X(14).
           05  CEP-NT                        PIC 9(05).
           05  FILLER                        PIC X(02).
           05  REGIAO-NT                     PIC 9(03).
           05  FILLER                        PIC X(49).
           05  VENDEDOR-NT                   PIC 9(03).
           05  FILLER                        PIC X(197).
           05  DTEMISS-NT.
               10  ANO-EMISS-NT              PIC 9(02).
               10  MES-EMISS-NT              PIC 9(02).
               10  DIA-EMISS-NT              PIC 9(02).
           05  FILLER                        PIC X(09).
           05  IND-CLI-NT                    PIC X(01).
               88  CLIENTE-INCLUIDO-NT       VALUE "S".
               88  CLIENTE-ALTERADO-NT       VALUE "A".
           05  FILLER                        PIC X(10).
           05  LIMITE-NT                     PIC 9(05).
           05  FILLER                        PIC X(06).
           05  VEND-CLI-NT                   PIC 9(03).
           05  FILLER                        PIC X(01).
           05  CEP2-NT                       PIC 9(03).
           05  FILLER                        PIC X(30).
           05  FATURISTA-NT                  PIC X(05).
           05  FILLER                        PIC X(31).
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
           05  DT-NASC-CLI                   PIC 9(06).
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
           05  LIMITE-CRED-CLI               PIC 9(07).
           05  MEDIAS-DIAS-CLI               PIC 9(03).
           05  STATUS-CLI                    PIC 9(01).
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
           VALUE     OF FILE-ID   "CONVAUDC.REL"
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
           COPY OPERFD.
      *
       WORKING-STORAGE SECTION.
      *
       77  ESTADO                PIC X(02).
       77  ESTADO-CLI            PIC X(02).
       77  ESTADO-REL            PIC X(02).
       77  ESTADO-LOG            PIC X(02).
       77  ESTADO-PRM            PIC X(02).
       77  LIDOS-77        VALUE 0             PIC 9(07).
       77  INCLUIDOS-77    VALUE 0             PIC 9(05).
       77  ALTERADOS-77    VALUE 0             PIC 9(05).
       77  INTERVALO-TELA-WS  VALUE 100         PIC 9(05).
       77  CONTA-TELA-WS      VALUE 1           PIC 9(05).
       77  I                                   PIC 9(02).
       77  E                                   PIC 9(02).
       77  DD-MM-77        VALUE ZEROS         PIC 99/99.
       77  FIM-NT-WS                           PIC X(01).
           88  ACABOU-NT                       VALUE "S".
       77  FIM-CLI-WS                          PIC X(01).
           88  ACABOU-CLI                      VALUE "S".
       77  FIM-SRT-WS                          PIC X(01).
           88  ACABOU-SRT                      VALUE "S".
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
      *    NOTAS COM CLIENTE INCLUIDO OU ALTERADO: FOTOGRAFIA DA NOTA
      *    E, DEPOIS DA VARREDURA DO EXTRATO, O CADASTRO ATUAL
       77  QTD-AUD-WS      VALUE 0             PIC 9(04).
       77  IDX-AUD-WS                          PIC 9(04).
       77  DESCARTADOS-AUD-77 VALUE 0          PIC 9(05).
       77  SEM-CADASTRO-77 VALUE 0             PIC 9(05).
       01  TAB-AUD-WS.
           05  TAB-AUD-ITEM OCCURS 2000 TIMES.
               10  IND-AUD-WS                  PIC X(01).
               10  TIPO-AUD-WS                 PIC 9(01).
               10  NUMERO-AUD-WS               PIC 9(06).
               10  EMISS-AUD-WS                PIC 9(06).
               10  FATURISTA-AUD-WS            PIC X(05).
               10  VENDEDOR-AUD-WS             PIC 9(03).
               10  CPF-AUD-WS                  PIC 9(14).
               10  NOME-AUD-WS                 PIC X(40).
               10  LIMITE-AUD-WS               PIC 9(05).
               10  END-AUD-WS                  PIC X(30).
               10  BAIRRO-AUD-WS               PIC X(14).
               10  MUN-AUD-WS                  PIC X(22).
               10  CEP-AUD-WS                  PIC 9(05).
               10  CEP2-AUD-WS                 PIC 9(03).
               10  REGIAO-AUD-WS               PIC 9(03).
               10  VEND-CLI-AUD-WS             PIC 9(03).
               10  ACHOU-ATU-WS                PIC X(01).
                   88  TEM-CADASTRO-ATU        VALUE "S".
               10  LIMITE-ATU-WS               PIC 9(07).
               10  END-ATU-WS                  PIC X(30).
               10  BAIRRO-ATU-WS               PIC X(14).
               10  MUN-ATU-WS                  PIC X(20).
               10  CEP-ATU-WS                  PIC 9(05).
               10  CEP2-ATU-WS                 PIC 9(03).
               10  REGIAO-ATU-WS               PIC 9(03).
               10  VEND-CLI-ATU-WS             PIC 9(03).
      *
       01  ARQNT-WS.
           05  U-NT-WS                         PIC X(01).
           05  FILLER VALUE ":MV"              PIC X(03).
           05  DATA-NT-WS                      PIC 9(04).
           05  FILIAL-NT-WS                    PIC 9(02).
           05  FILLER VALUE ".F"               PIC X(02).
           05  ANO-NT-WS                       PIC 9(02).
       01  ARQCLI-WS.
           05  U-CLI-WS                        PIC X(01).
           05  FILLER VALUE ":ARQCLI"          PIC X(07).
           05  FILIAL-CLI-WS                   PIC 9(02).
           05  FILLER VALUE ".TXT"             PIC X(04).
      *
       01  EMISS-WS.
           05  ANO-EMISS-WS                    PIC 9(02).
           05  MES-EMISS-WS                    PIC 9(02).
           05  DIA-EMISS-WS                    PIC 9(02).
       01  EMISS-DMA-WS.
           05  DIA-DMA-WS                      PIC 9(02).
           05  MES-DMA-WS                      PIC 9(02).
           05  ANO-DMA-WS                      PIC 9(02).
       01  EMISS-DMA-N-WS REDEFINES EMISS-DMA-WS
                                               PIC 9(06).
      *
       01  LINHA-NOTA-WS.
           05  FILLER  VALUE "NOTA "           PIC X(05).
           05  TIPO-LIN-WS                     PIC 9(01).
           05  FILLER  VALUE "-"               PIC X(01).
           05  NUMERO-LIN-WS                   PIC 9(06).
           05  FILLER  VALUE " DE "            PIC X(04).
           05  EMISS-LIN-WS                    PIC 99/99/99.
           05  FILLER  VALUE " VEND "          PIC X(06).
           05  VEND-LIN-WS                     PIC 9(03).
           05  FILLER  VALUE SPACE             PIC X(01).
           05  IND-LIN-WS                      PIC X(09).
           05  FILLER  VALUE SPACE             PIC X(01).
           05  CPF-LIN-WS                      PIC 9(14).
           05  FILLER  VALUE SPACE             PIC X(01).
           05  NOME-LIN-WS                     PIC X(40).
      *
       01  LINHA-CAMPO-WS.
           05  FILLER  VALUE "     "           PIC X(05).
           05  CAMPO-LIN-WS                    PIC X(10).
           05  NOTA-LIN-WS                     PIC X(35).
           05  ATUAL-LIN-WS                    PIC X(35).
           05  DIFERE-LIN-WS                   PIC X(01).
      *
      *    QUEBRA POR FATURISTA NO RELATORIO
       77  FAT-ANT-WS                          PIC X(05).
      *
       77  LIMITE-ED-WS                        PIC ZZZZZZ9.
       77  CODIGO-ED-WS                        PIC 999.
       01  CEP-ED-WS.
           05  CEP5-ED-WS                      PIC 9(05).
           05  FILLER  VALUE "-"               PIC X(01).
           05  CEP3-ED-WS                      PIC 9(03).
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
           DISPLAY (5, 12) "* CLIENTES INCLUIDOS/ALTERADOS NO BALCAO *"

           PERFORM CARREGA-FILIAL THRU CARREGA-FILIAL-EXIT
           MOVE "CONVAUDC" TO PROGRAMA-EXEC-WS
           PERFORM CARREGA-PARM THRU CARREGA-PARM-EXIT
           IF MODO-AUTO AND TELA-PARM-WS NOT = ZEROS
               MOVE TELA-PARM-WS TO INTERVALO-TELA-WS.
           IF MODO-AUTO
               MOVE DRIVE-PARM-WS TO U-NT-WS
               MOVE FILIAL-INI-PARM-WS TO FILIAL-NT-WS.

           DISPLAY (9, 10) "Operador................:"
           IF NOT MODO-AUTO
               ACCEPT (, ) OPERADOR-EXEC-WS WITH PROMPT UPDATE.
           MOVE "CONVAUDC" TO PROGRAMA-ACE-WS
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

           DISPLAY (12, 10) "Data Inicial (dd/mm)....:"
           IF NOT MODO-AUTO
               ACCEPT (, ) DD-MM-77 WITH PROMPT UPDATE
               IF ESCAPE-77 NOT = ZEROS GO TO INICIO-010.
           MOVE DD-MM-77 TO INICIAL-WS
           IF MODO-AUTO
               MOVE DIA-INI-PARM-WS TO DIA-INI-WS
               MOVE MES-INI-PARM-WS TO MES-INI-WS.
           IF DIA-INI-WS = ZEROS
               IF MODO-AUTO GO TO TERMINA-ERRO-PARM END-IF
               GO TO INICIO-010.
           MOVE ZEROS TO DD-MM-77
           DISPLAY (13, 10) "Data Final   (dd/mm)....:"
           IF NOT MODO-AUTO
               ACCEPT (, ) DD-MM-77 WITH PROMPT UPDATE
               IF ESCAPE-77 NOT = ZEROS GO TO INICIO-010.
           MOVE DD-MM-77 TO FINAL-WS
           IF MODO-AUTO
               MOVE DIA-FIM-PARM-WS TO DIA-FIM-WS
               MOVE MES-FIM-PARM-WS TO MES-FIM-WS.
           IF DIA-FIM-WS = ZEROS
               IF MODO-AUTO GO TO TERMINA-ERRO-PARM END-IF
               GO TO INICIO-010.
           DISPLAY (13, 40) "Ano (aaaa):"
           IF NOT MODO-AUTO
               ACCEPT (13, 52) ANO-INI-WS WITH PROMPT UPDATE
               IF ESCAPE-77 NOT = ZEROS GO TO INICIO-010.
           IF MODO-AUTO
               MOVE ANO-INI-PARM-WS TO ANO-INI-WS.
           IF ANO-INI-WS = ZEROS
               IF MODO-AUTO GO TO TERMINA-ERRO-PARM END-IF
               GO TO INICIO-010.
           MOVE ANO-INI-WS TO ANO-FIM-WS
           IF MES-FIM-WS < MES-INI-WS
               COMPUTE ANO-FIM-WS = ANO-INI-WS + 1.

           DISPLAY (15, 10) "NOTAS LIDAS:        INCLUIDOS:"
           DISPLAY (16, 10) "                    ALTERADOS:"
           MOVE 0 TO LIDOS-77 INCLUIDOS-77 ALTERADOS-77
           MOVE 0 TO QTD-AUD-WS DESCARTADOS-AUD-77 SEM-CADASTRO-77
           SORT ARQ-SRT
               ON ASCENDING KEY FATURISTA-SRT IDX-SRT
               INPUT  PROCEDURE IS 100-CARGA
               OUTPUT PROCEDURE IS 200-RELATORIO
           DISPLAY (23, 10) "AUDITORIA GRAVADA EM CONVAUDC.REL"
           PERFORM REPINTA-TELA
           PERFORM GRAVA-LOG
           IF MODO-AUTO GOBACK.
           GO TO 015-DATAS.
      *
      *    CARGA: SEPARA AS NOTAS MARCADAS NA FAIXA, COMPLETA COM O
      *    CADASTRO ATUAL E LIBERA PARA A CLASSIFICACAO POR FATURISTA
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
               GO TO 150-CLIENTES.
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
           IF NOT CLIENTE-INCLUIDO-NT AND NOT CLIENTE-ALTERADO-NT
               GO TO 130-LE-NOTA-EXIT.
           IF QTD-AUD-WS NOT < 2000
               ADD 1 TO DESCARTADOS-AUD-77
               GO TO 130-LE-NOTA-EXIT.
           ADD 1 TO QTD-AUD-WS
           MOVE QTD-AUD-WS TO IDX-AUD-WS
           PERFORM 140-GUARDA-NOTA.
       130-LE-NOTA-EXIT.
           EXIT.
       140-GUARDA-NOTA.
           IF CLIENTE-INCLUIDO-NT
               ADD 1 TO INCLUIDOS-77
           ELSE
               ADD 1 TO ALTERADOS-77.
           MOVE IND-CLI-NT    TO IND-AUD-WS (IDX-AUD-WS)
           MOVE TIPO-NT       TO TIPO-AUD-WS (IDX-AUD-WS)
           MOVE NUMERO-NT     TO NUMERO-AUD-WS (IDX-AUD-WS)
           MOVE DTEMISS-NT    TO EMISS-AUD-WS (IDX-AUD-WS)
           MOVE FATURISTA-NT  TO FATURISTA-AUD-WS (IDX-AUD-WS)
           MOVE VENDEDOR-NT   TO VENDEDOR-AUD-WS (IDX-AUD-WS)
           MOVE CPF-NT        TO CPF-AUD-WS (IDX-AUD-WS)
           MOVE NOME-NT       TO NOME-AUD-WS (IDX-AUD-WS)
           MOVE LIMITE-NT     TO LIMITE-AUD-WS (IDX-AUD-WS)
           MOVE END-NT        TO END-AUD-WS (IDX-AUD-WS)
           MOVE BAIRRO-NT     TO BAIRRO-AUD-WS (IDX-AUD-WS)
           MOVE MUN-NT        TO MUN-AUD-WS (IDX-AUD-WS)
           MOVE CEP-NT        TO CEP-AUD-WS (IDX-AUD-WS)
           MOVE CEP2-NT       TO CEP2-AUD-WS (IDX-AUD-WS)
           MOVE REGIAO-NT     TO REGIAO-AUD-WS (IDX-AUD-WS)
           MOVE VEND-CLI-NT   TO VEND-CLI-AUD-WS (IDX-AUD-WS)
           MOVE "N"           TO ACHOU-ATU-WS (IDX-AUD-WS)
           DISPLAY (15, 41) INCLUIDOS-77
           DISPLAY (16, 41) ALTERADOS-77.
      *
      *    VARRE O EXTRATO DE CLIENTES COMPLETANDO O CADASTRO ATUAL
      *    DE CADA NOTA SEPARADA E LIBERA AS NOTAS PARA O RELATORIO
       150-CLIENTES.
           IF QTD-AUD-WS = ZEROS
               GO TO 190-FIM-CARGA.
           MOVE U-NT-WS TO U-CLI-WS
           MOVE FILIAL-NT-WS TO FILIAL-CLI-WS
           MOVE "N" TO FIM-CLI-WS
           OPEN INPUT ARQ-CLI
           IF ESTADO-CLI NOT = ZEROS
               DISPLAY (24, 10) "ARQCLI.TXT AUSENTE - RODE CONVCLIE"
               MOVE 8 TO RETURN-CODE
               GO TO 170-LIBERA.
           PERFORM 160-LE-CLIENTE THRU 160-LE-CLIENTE-EXIT
               UNTIL ACABOU-CLI
           CLOSE ARQ-CLI.
       170-LIBERA.
           PERFORM 180-LIBERA-NOTA VARYING IDX-AUD-WS FROM 1 BY 1
               UNTIL IDX-AUD-WS > QTD-AUD-WS
           GO TO 190-FIM-CARGA.
       160-LE-CLIENTE.
           READ ARQ-CLI AT END MOVE "S" TO FIM-CLI-WS END-READ
           IF ACABOU-CLI GO TO 160-LE-CLIENTE-EXIT.
           IF REG-CLI (1:1) = "0" AND REG-CLI (2:4) = "CONV"
               GO TO 160-LE-CLIENTE-EXIT.
           IF REG-CLI (1:1) = "9" AND REG-CLI (22:331) = SPACES
               GO TO 160-LE-CLIENTE-EXIT.
           PERFORM 165-COMPLETA-ATUAL THRU 165-COMPLETA-ATUAL-EXIT
               VARYING IDX-AUD-WS FROM 1 BY 1
               UNTIL IDX-AUD-WS > QTD-AUD-WS.
       160-LE-CLIENTE-EXIT.
           EXIT.
       165-COMPLETA-ATUAL.
           IF CPF-AUD-WS (IDX-AUD-WS) NOT = CPF-CLI
               GO TO 165-COMPLETA-ATUAL-EXIT.
           MOVE "S"             TO ACHOU-ATU-WS (IDX-AUD-WS)
           MOVE LIMITE-CRED-CLI TO LIMITE-ATU-WS (IDX-AUD-WS)
           MOVE REGIAO-CLI      TO REGIAO-ATU-WS (IDX-AUD-WS)
           MOVE VENDEDOR-CLI    TO VEND-CLI-ATU-WS (IDX-AUD-WS)
           IF PESSOA-JURIDICA-CLI
               MOVE ENDC-CLI    TO END-ATU-WS (IDX-AUD-WS)
               MOVE BAIRROC-CLI TO BAIRRO-ATU-WS (IDX-AUD-WS)
               MOVE MUNC-CLI    TO MUN-ATU-WS (IDX-AUD-WS)
               MOVE CEPC-CLI    TO CEP-ATU-WS (IDX-AUD-WS)
               MOVE CEP2C-CLI   TO CEP2-ATU-WS (IDX-AUD-WS)
           ELSE
               MOVE ENDR-CLI    TO END-ATU-WS (IDX-AUD-WS)
               MOVE BAIRROR-CLI TO BAIRRO-ATU-WS (IDX-AUD-WS)
               MOVE MUNR-CLI    TO MUN-ATU-WS (IDX-AUD-WS)
               MOVE CEPR-CLI    TO CEP-ATU-WS (IDX-AUD-WS)
               MOVE CEP2R-CLI   TO CEP2-ATU-WS (IDX-AUD-WS).
       165-COMPLETA-ATUAL-EXIT.
           EXIT.
       180-LIBERA-NOTA.
           MOVE FATURISTA-AUD-WS (IDX-AUD-WS) TO FATURISTA-SRT
           MOVE IDX-AUD-WS TO IDX-SRT
           RELEASE REG-SRT.
       190-FIM-CARGA.
           EXIT.
      *
      *    DEVOLUCAO: IMPRIME AS NOTAS COM QUEBRA POR FATURISTA
       200-RELATORIO SECTION.
       210-PREPARA.
           OPEN OUTPUT ARQ-REL
           MOVE SPACES TO REG-REL
           STRING "CLIENTES INCLUIDOS/ALTERADOS NO FATURAMENTO - "
               "FILIAL " FILIAL-NT-WS
               DELIMITED BY SIZE INTO REG-REL
           WRITE REG-REL
           MOVE SPACES TO REG-REL
           STRING "(*) = FOTOGRAFIA DA NOTA DIFERENTE DO CADASTRO "
               "ATUAL"
               DELIMITED BY SIZE INTO REG-REL
           WRITE REG-REL
           MOVE HIGH-VALUES TO FAT-ANT-WS
           MOVE "N" TO FIM-SRT-WS.
       220-DEVOLVE.
           RETURN ARQ-SRT
               AT END MOVE "S" TO FIM-SRT-WS
           END-RETURN
           IF ACABOU-SRT
               GO TO 280-ENCERRA.
           IF FATURISTA-SRT NOT = FAT-ANT-WS
               MOVE FATURISTA-SRT TO FAT-ANT-WS
               MOVE SPACES TO REG-REL
               WRITE REG-REL
               MOVE SPACES TO REG-REL
               STRING "FATURISTA " FATURISTA-SRT
                   DELIMITED BY SIZE INTO REG-REL
               WRITE REG-REL.
           MOVE IDX-SRT TO IDX-AUD-WS
           PERFORM 230-NOTA
           IF IND-AUD-WS (IDX-AUD-WS) = "A"
               PERFORM 240-COMPARA THRU 240-COMPARA-EXIT.
           GO TO 220-DEVOLVE.
       230-NOTA.
           MOVE TIPO-AUD-WS (IDX-AUD-WS) TO TIPO-LIN-WS
           MOVE NUMERO-AUD-WS (IDX-AUD-WS) TO NUMERO-LIN-WS
           MOVE EMISS-AUD-WS (IDX-AUD-WS) TO EMISS-WS
           MOVE DIA-EMISS-WS TO DIA-DMA-WS
           MOVE MES-EMISS-WS TO MES-DMA-WS
           MOVE ANO-EMISS-WS TO ANO-DMA-WS
           MOVE EMISS-DMA-N-WS TO EMISS-LIN-WS
           MOVE VENDEDOR-AUD-WS (IDX-AUD-WS) TO VEND-LIN-WS
           IF IND-AUD-WS (IDX-AUD-WS) = "S"
               MOVE "INCLUIDO" TO IND-LIN-WS
           ELSE
               MOVE "ALTERADO" TO IND-LIN-WS.
           MOVE CPF-AUD-WS (IDX-AUD-WS) TO CPF-LIN-WS
           MOVE NOME-AUD-WS (IDX-AUD-WS) TO NOME-LIN-WS
           WRITE REG-REL FROM LINHA-NOTA-WS
           IF NOT TEM-CADASTRO-ATU (IDX-AUD-WS)
               ADD 1 TO SEM-CADASTRO-77
               MOVE SPACES TO REG-REL
               STRING "     CLIENTE NAO CONSTA DO EXTRATO ARQCLI"
                   DELIMITED BY SIZE INTO REG-REL
               WRITE REG-REL.
      *
      *    FOTOGRAFIA DA NOTA AO LADO DO CADASTRO ATUAL
       240-COMPARA.
           IF NOT TEM-CADASTRO-ATU (IDX-AUD-WS)
               GO TO 240-COMPARA-EXIT.
           MOVE SPACES TO LINHA-CAMPO-WS
           MOVE "CAMPO" TO CAMPO-LIN-WS
           MOVE "NA NOTA" TO NOTA-LIN-WS
           MOVE "CADASTRO ATUAL" TO ATUAL-LIN-WS
           WRITE REG-REL FROM LINHA-CAMPO-WS
      *
           MOVE SPACES TO LINHA-CAMPO-WS
           MOVE "LIMITE" TO CAMPO-LIN-WS
           MOVE LIMITE-AUD-WS (IDX-AUD-WS) TO LIMITE-ED-WS
           MOVE LIMITE-ED-WS TO NOTA-LIN-WS
           MOVE LIMITE-ATU-WS (IDX-AUD-WS) TO LIMITE-ED-WS
           MOVE LIMITE-ED-WS TO ATUAL-LIN-WS
           IF LIMITE-AUD-WS (IDX-AUD-WS) NOT =
              LIMITE-ATU-WS (IDX-AUD-WS)
               MOVE "*" TO DIFERE-LIN-WS.
           WRITE REG-REL FROM LINHA-CAMPO-WS
      *
           MOVE SPACES TO LINHA-CAMPO-WS
           MOVE "ENDERECO" TO CAMPO-LIN-WS
           MOVE END-AUD-WS (IDX-AUD-WS) TO NOTA-LIN-WS
           MOVE END-ATU-WS (IDX-AUD-WS) TO ATUAL-LIN-WS
           IF END-AUD-WS (IDX-AUD-WS) NOT = END-ATU-WS (IDX-AUD-WS)
               MOVE "*" TO DIFERE-LIN-WS.
           WRITE REG-REL FROM LINHA-CAMPO-WS
      *
           MOVE SPACES TO LINHA-CAMPO-WS
           MOVE "BAIRRO" TO CAMPO-LIN-WS
           MOVE BAIRRO-AUD-WS (IDX-AUD-WS) TO NOTA-LIN-WS
           MOVE BAIRRO-ATU-WS (IDX-AUD-WS) TO ATUAL-LIN-WS
           IF BAIRRO-AUD-WS (IDX-AUD-WS) NOT =
              BAIRRO-ATU-WS (IDX-AUD-WS)
               MOVE "*" TO DIFERE-LIN-WS.
           WRITE REG-REL FROM LINHA-CAMPO-WS
      *
           MOVE SPACES TO LINHA-CAMPO-WS
           MOVE "MUNICIPIO" TO CAMPO-LIN-WS
           MOVE MUN-AUD-WS (IDX-AUD-WS) TO NOTA-LIN-WS
           MOVE MUN-ATU-WS (IDX-AUD-WS) TO ATUAL-LIN-WS
           IF MUN-AUD-WS (IDX-AUD-WS) NOT = MUN-ATU-WS (IDX-AUD-WS)
               MOVE "*" TO DIFERE-LIN-WS.
           WRITE REG-REL FROM LINHA-CAMPO-WS
      *
           MOVE SPACES TO LINHA-CAMPO-WS
           MOVE "CEP" TO CAMPO-LIN-WS
           MOVE CEP-AUD-WS (IDX-AUD-WS) TO CEP5-ED-WS
           MOVE CEP2-AUD-WS (IDX-AUD-WS) TO CEP3-ED-WS
           MOVE CEP-ED-WS TO NOTA-LIN-WS
           MOVE CEP-ATU-WS (IDX-AUD-WS) TO CEP5-ED-WS
           MOVE CEP2-ATU-WS (IDX-AUD-WS) TO CEP3-ED-WS
           MOVE CEP-ED-WS TO ATUAL-LIN-WS
           IF CEP-AUD-WS (IDX-AUD-WS) NOT = CEP-ATU-WS (IDX-AUD-WS)
              OR CEP2-AUD-WS (IDX-AUD-WS) NOT =
                 CEP2-ATU-WS (IDX-AUD-WS)
               MOVE "*" TO DIFERE-LIN-WS.
           WRITE REG-REL FROM LINHA-CAMPO-WS
      *
           MOVE SPACES TO LINHA-CAMPO-WS
           MOVE "REGIAO" TO CAMPO-LIN-WS
           MOVE REGIAO-AUD-WS (IDX-AUD-WS) TO CODIGO-ED-WS
           MOVE CODIGO-ED-WS TO NOTA-LIN-WS
           MOVE REGIAO-ATU-WS (IDX-AUD-WS) TO CODIGO-ED-WS
           MOVE CODIGO-ED-WS TO ATUAL-LIN-WS
           IF REGIAO-AUD-WS (IDX-AUD-WS) NOT =
              REGIAO-ATU-WS (IDX-AUD-WS)
               MOVE "*" TO DIFERE-LIN-WS.
           WRITE REG-REL FROM LINHA-CAMPO-WS
      *
           MOVE SPACES TO LINHA-CAMPO-WS
           MOVE "VENDEDOR" TO CAMPO-LIN-WS
           MOVE VEND-CLI-AUD-WS (IDX-AUD-WS) TO CODIGO-ED-WS
           MOVE CODIGO-ED-WS TO NOTA-LIN-WS
           MOVE VEND-CLI-ATU-WS (IDX-AUD-WS) TO CODIGO-ED-WS
           MOVE CODIGO-ED-WS TO ATUAL-LIN-WS
           IF VEND-CLI-AUD-WS (IDX-AUD-WS) NOT =
              VEND-CLI-ATU-WS (IDX-AUD-WS)
               MOVE "*" TO DIFERE-LIN-WS.
           WRITE REG-REL FROM LINHA-CAMPO-WS.
       240-COMPARA-EXIT.
           EXIT.
       280-ENCERRA.
           MOVE SPACES TO REG-REL
           WRITE REG-REL
           MOVE SPACES TO REG-REL
           STRING "NOTAS LIDAS " LIDOS-77
               "  INCLUIDOS " INCLUIDOS-77
               "  ALTERADOS " ALTERADOS-77
               "  SEM CADASTRO " SEM-CADASTRO-77
               DELIMITED BY SIZE INTO REG-REL
           WRITE REG-REL
           IF DESCARTADOS-AUD-77 NOT = ZEROS
               MOVE SPACES TO REG-REL
               STRING "ESTOURO TABELA DE NOTAS: " DESCARTADOS-AUD-77
                   " FORA"
                   DELIMITED BY SIZE INTO REG-REL
               WRITE REG-REL
               DISPLAY (23, 10) "ESTOURO DE TABELA - VEJA RELATORIO".
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
           DISPLAY (15, 23) LIDOS-77
           DISPLAY (15, 41) INCLUIDOS-77
           DISPLAY (16, 41) ALTERADOS-77.
      *
       GRAVA-LOG.
           MOVE "CONVAUDC" TO PROGRAMA-LOG-TX
           ACCEPT DATA-EXEC-LOG-TX FROM DATE YYYYMMDD
           ACCEPT HORA-EXEC-LOG-TX FROM TIME
           MOVE OPERADOR-EXEC-WS TO OPERADOR-LOG-TX
           ACCEPT HORA-FIM-EXEC-WS FROM TIME
           PERFORM CALCULA-DURACAO
           MOVE HORA-INI6-EXEC-WS TO HORA-INI-LOG-TX
           MOVE DURACAO-EXEC-WS TO DURACAO-LOG-TX
           MOVE SPACES TO FILTRO-LOG-TX
           STRING "FILIAL=" FILIAL-NT-WS
               " SEM CADASTRO=" SEM-CADASTRO-77
               DELIMITED BY SIZE
               INTO FILTRO-LOG-TX
           MOVE LIDOS-77 TO LIDOS-LOG-TX
           MOVE INCLUIDOS-77 TO GRAVADOS-LOG-TX
           MOVE ALTERADOS-77 TO GRAVADOS2-LOG-TX
           MOVE "CONVAUDC.REL" TO NOME-REL-ARR-WS
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
           COPY DURAPR.
      *
           COPY OPERPR.
      *
           COPY ARQRPR.
      *
           COPY TRAVAPR.
