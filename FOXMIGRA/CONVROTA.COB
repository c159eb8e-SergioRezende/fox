      *
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. CONVROTA.
       AUTHOR. LUIS AUGUSTO.
      *
      *    DATA DA ALTERACAO: 10/96
      *
      *    FOLHAS DE COBRANCA DOS COBRADORES DA CASA: AS DUPLICATAS
      *    EM CARTEIRA QUE NAO FORAM PARA BANCO (DT-BORDERO ZERADA)
      *    SAO COBRADAS NA PORTA DO CLIENTE. PARA UMA FILIAL E UMA
      *    DATA DE COBRANCA, LE O EXTRATO DO CADDUP (x:CADDUPff.EXT
      *    DO CONVDUPX), SEPARA OS TITULOS VENCIDOS OU VENCENDO ATE
      *    A DATA E MONTA EM "CONVROTA.REL" UMA FOLHA NUMERADA POR
      *    COBRADOR (CADASTRO DE COBRADORES POR REGIAO "ARQCOBR.DAT"
      *    DO CADCOBR), AGRUPADA POR REGIAO E BAIRRO, COM NOME,
      *    ENDERECO DE COBRANCA E FONE DO CLIENTE (ARQCLI), DOCUMENTO,
      *    VENCIMENTO, SALDO E A COLUNA EM BRANCO DO VALOR RECEBIDO.
      *    TITULOS DE REGIAO SEM COBRADOR SAEM NUMA LISTA A PARTE,
      *    FORA DAS FOLHAS. CADA FOLHA FICA REGISTRADA COMO EMITIDA
      *    NO CONTROLE "CONVFOLH.DAT" ATE A DEVOLUCAO (CONVDEVF), E O
      *    RELATORIO TERMINA COM AS FOLHAS DA FILIAL AINDA NA RUA.
      *    O FILTRO DO CONVPARM.DAT GUARDA O COBRADOR (000 = TODOS).
      *
      *    DATA DA ALTERACAO: 10/96
      *
      *    A QUEBRA POR REGIAO DAS FOLHAS IMPRIME O NOME DA REGIAO DO
      *    CADASTRO DE REGIOES ("ARQREGI.DAT", COPY REGIPR).
      *
      *    DATA DA ALTERACAO: 10/96
      *
      *    CADA "CONVROTA.REL" GERADO E GUARDADO NO ARQUIVO DE
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
           SELECT      ARQ-SRT    ASSIGN     TO   "CONVROTA.SRT".
      *
           SELECT      ARQ-REL    ASSIGN     TO   "CONVROTA.REL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ESTADO.
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
           COPY DUPXSL.
      *
           COPY COBRSL.
      *
           COPY FOLHASL.
      *
           COPY SECULOSL.
      *
           COPY FILIALSL.
      *
           COPY OPERSL.
      *
           COPY REGISL.
      *
       DATA DIVISION.
       FILE SECTION.
      *
       SD  ARQ-SRT
           DATA      RECORD       REG-SRT.
       01  REG-SRT.
           05  ORDEM-SRT                     PIC X(01).
      *        "1" = REGIAO COM COBRADOR   "2" = REGIAO SEM COBRADOR
           05  COBRADOR-SRT                  PIC 9(03).
           05  REGIAO-SRT                    PIC 9(03).
           05  BAIRRO-SRT                    PIC X(14).
           05  NOME-SRT                      PIC X(39).
           05  CPF-SRT                       PIC 9(14).
           05  VENC-SRT                      PIC 9(08).
           05  CORPO-SRT                     PIC 9(06).
           05  PARC-SRT                      PIC 9(01).
           05  ENDERECO-SRT                  PIC X(30).
           05  FONE-SRT                      PIC 9(07).
           05  SALDO-SRT                     PIC 9(11).
      *
       FD  ARQ-REL
           LABEL     RECORD       STANDARD
           VALUE     OF FILE-ID   "CONVROTA.REL"
           DATA      RECORD       REG-REL.
       01  REG-REL                           PIC X(120).
      *
           COPY DUPXFD.
      *
           COPY COBRFD.
      *
           COPY FOLHAFD.
      *
           COPY SECULOFD.
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
           COPY REGIFD.
      *
       WORKING-STORAGE SECTION.
      *
       77  ESTADO                PIC X(02).
       77  ESTADO-LOG            PIC X(02).
       77  ESTADO-PRM            PIC X(02).
       77  LIDOS-77        VALUE 0             PIC 9(07).
       77  TITULOS-77      VALUE 0             PIC 9(05).
       77  SEM-COBRADOR-77 VALUE 0             PIC 9(05).
       77  FOLHAS-77       VALUE 0             PIC 9(03).
       77  SEM-NUMERO-77   VALUE 0             PIC 9(03).
       77  PENDENTES-77    VALUE 0             PIC 9(04).
       77  MESMA-DATA-77   VALUE 0             PIC 9(04).
      *    LIGA QUANDO O EXTRATO NAO BATE COM O TRAILER: AS FOLHAS
      *    SAEM AVISANDO QUE PODE FALTAR TITULO
       77  TRUNCADO-DUP-WS VALUE "N"           PIC X(01).
           88  LEITURA-TRUNCADA                VALUE "S".
       77  I                                   PIC 9(02).
       77  E                                   PIC 9(02).
       77  FIM-SRT-WS                          PIC X(01).
           88  ACABOU-SRT                      VALUE "S".
       77  CONFIRMA-WS                         PIC X(01).
       77  DD-MM-77        VALUE ZEROS         PIC 99/99.
      *
      *    DATA DA COBRANCA (AAAAMMDD); ZERADA NA TELA OU NO
      *    CONVPARM.DAT = HOJE
       01  INICIAL-WS                          PIC 9(04).
       01  FILLER REDEFINES INICIAL-WS.
           05  DIA-INI-WS                      PIC 9(02).
           05  MES-INI-WS                      PIC 9(02).
       01  ANO-INI-WS      VALUE ZEROS         PIC 9(04).
       01  DATA-COB-WS                         PIC 9(08).
       01  FILLER REDEFINES DATA-COB-WS.
           05  ANO-COB-WS                      PIC 9(04).
           05  MES-COB-WS                      PIC 9(02).
           05  DIA-COB-WS                      PIC 9(02).
       77  HOJE-WS                             PIC 9(08).
       77  COBRADOR-FILTRO-WS VALUE ZEROS      PIC 9(03).
      *
      *    QUEBRAS DA SAIDA DO SORT E A FOLHA EM MONTAGEM
       77  ORDEM-ANT-WS                        PIC X(01).
       77  COBRADOR-ANT-WS                     PIC 9(03).
       77  REGIAO-ANT-WS                       PIC 9(03).
       77  BAIRRO-ANT-WS                       PIC X(14).
       77  FOLHA-ABERTA-WS                     PIC X(01).
           88  FOLHA-ABERTA                    VALUE "S".
       77  IDX-FOLHA-ATUAL-WS                  PIC 9(04).
       77  NUMERO-FOLHA-WS                     PIC 9(06).
       77  QTD-FOLHA-WS                        PIC 9(04).
       77  TOTAL-FOLHA-WS                      PIC 9(13).
      *
      *    COPIAS EDITADAS PARA AS LINHAS IMPRESSAS
       77  DATA-ED-WS                          PIC 99/99/9999.
       77  TOTAL-ED-WS                         PIC Z.ZZZ.ZZZ.ZZZ.ZZ9.
       77  QTD-ED-WS                           PIC Z.ZZ9.
       01  DATA-DMA-WS.
           05  DIA-DMA-WS                      PIC 9(02).
           05  MES-DMA-WS                      PIC 9(02).
           05  ANO-DMA-WS                      PIC 9(04).
       01  FILLER REDEFINES DATA-DMA-WS.
           05  DATA-DMA-NUM-WS                 PIC 9(08).
       01  DATA-AMD-WS                         PIC 9(08).
       01  FILLER REDEFINES DATA-AMD-WS.
           05  ANO-AMD-WS                      PIC 9(04).
           05  MES-AMD-WS                      PIC 9(02).
           05  DIA-AMD-WS                      PIC 9(02).
      *
           COPY DADOS.
           COPY DUPXWS.
           COPY TELAWS.
           COPY PARMAUTO.
      *
           COPY OPERWS.
           COPY DURAWS.
           COPY CRIABT.
           COPY FILIALVL.
           COPY REGIVL.
           COPY COBRVL.
           COPY FOLHAVL.
           COPY SECULOVL.
      *
      * --->> "REGDUP.COB"
       01  DADOS-DUP-WS.
           05  POS-DUP-WS                      PIC X(128).
           05  TAM-DUP-WS                      PIC 99 COMP-0 VALUE 72.
       01  CADDUP-WS.
           05  U-DUP-WS                        PIC X(01).
           05  FILLER VALUE ":CADDUP"          PIC X(07).
           05  FILIAL-DUP-WS                   PIC X(02).
           05  FILLER VALUE ".CRC"             PIC X(04).
       01  REG-DUP.
           05  CHAVE-DUP.
               10  FILIAL-DUP                  PIC 9(02).
               10  CPF-CGC-DUP                 PIC 9(14) COMP-3.
               10  CODIGO-DUP                  PIC 9(08).
               10  FILLER REDEFINES CODIGO-DUP.
                   15  CORPO-DUP               PIC 9(06).
                   15  PARC-DUP                PIC 9(01).
                   15  TIPO-DUP                PIC 9(01).
           05  IND-PAGA-DUP                    PIC X(01).
           05  IND-NPAGA-DUP                   PIC X(01).
           05  STATUS-DUP                      PIC X(01).
               88  DUP-DO-FATURAMENTO VALUE "F".
               88  DUP-PAGA           VALUE "P".
               88  INCOBRAVEL         VALUE "I".
           05  VEND-DUP                        PIC S9(03) COMP-3.
           05  DT-EMIS-DUP                     PIC S9(06) COMP-3.
           05  DT-VENC-DUP                     PIC S9(06) COMP-3.
           05  DT-BORDERO-DUP                  PIC S9(06) COMP-3.
           05  REGIAO-DUP                      PIC S9(03) COMP-3.
           05  BANCO-DUP                       PIC S9(03) COMP-3.
           05  AGENCIA-DUP                     PIC S9(04) COMP-3.
           05  NATU-DUP                        PIC 9(02).
           05  VALOR-DUP                       PIC S9(11) COMP-3.
           05  SALDO-DUP                       PIC S9(11) COMP-3.
           05  DT-PAG-DUP                      PIC S9(06) COMP-3.
           05  ANO-MES-PAG-DUP.
               10  ANO-PAG-DUP                 PIC 9(02).
               10  MES-PAG-DUP                 PIC 9(02).
           05  FILLER                          PIC X(08).
      *
      * REGISTRO DO CADASTRO DE CLIENTES <REGCLI.COB>: NOME, ENDERECO
      * DE COBRANCA, FONE E REGIAO DO CLIENTE DA FOLHA
       01  DADOS-CLI-WS.
           05  POS-CLI-WS                      PIC X(128).
           05  TAM-CLI-WS                      PIC 99 COMP-0 VALUE 331.
       01  ARQCLI-WS.
           05  U-CLI-WS                        PIC X(01).
           05  FILLER VALUE ":ARQCLI"          PIC X(07).
           05  FILIAL-CLI-WS                   PIC 9(02).
           05  FILLER VALUE ".FAT"             PIC X(04).
       01  ARQCLI-REG.
           05  TIPO-CLI                        PIC 9(01).
               88  PESSOA-FISICA VALUE 0.
               88  PESSOA-JURIDICA VALUE 1.
           05  CHAVE-CLI.
               10  FILIAL-CLI                  PIC 9(02).
               10  CPF-CGC-CLI                 PIC 9(14).
           05  PESSOA-FISICA-CLI.
               10  NOMER-CLI                   PIC X(39).
               10  ENDR-CLI                    PIC X(30).
               10  MUNR-CLI                    PIC X(20).
               10  BAIRROR-CLI                 PIC X(14).
               10  UFR-CLI                     PIC X(02).
               10  CEPR-CLI                    PIC 9(05)  COMP-3.
               10  TELR-CLI                    PIC 9(07)  COMP-3.
               10  DT-NASC-CLI                 PIC 9(06)  COMP-3.
               10  SEXO-CLI                    PIC X(01).
           05  PESSOA-JURIDICA-CLI.
               10  NOMEC-CLI                   PIC X(39).
               10  ENDC-CLI                    PIC X(30).
               10  MUNC-CLI                    PIC X(20).
               10  BAIRROC-CLI                 PIC X(14).
               10  UFC-CLI                     PIC X(02).
               10  CEPC-CLI                    PIC 9(05)  COMP-3.
               10  TELC-CLI                    PIC 9(07)  COMP-3.
               10  INSC-ESTADUAL-CLI           PIC 9(13)  COMP-3.
           05  REGIAO-CLI                      PIC 9(03)  COMP-3.
           05  COBRANCA-CLI                    PIC 9(01).
               88  RESIDENCIAL-CLI VALUE 0.
               88  COMERCIAL-CLI   VALUE 1.
           05  FILLER                          PIC X(77).
      *
       77  CLI-ABERTO-WS                       PIC X(01).
           88  CLI-ABERTO                      VALUE "S".
       77  ACHOU-CLI-WS                        PIC X(01).
           88  ACHOU-CLI                       VALUE "S".
       77  CPF-ANT-WS      VALUE ZEROS         PIC 9(14).
       01  NOME-SAC-WS                         PIC X(39).
       01  END-SAC-WS                          PIC X(30).
       01  BAIRRO-SAC-WS                       PIC X(14).
       77  FONE-SAC-WS                         PIC 9(07).
       77  REGIAO-SAC-WS                       PIC 9(03).
      *
       01  LINHA-TIT-WS.
           05  CORPO-LIN-WS                    PIC 9(06).
           05  FILLER  VALUE "/"               PIC X(01).
           05  PARC-LIN-WS                     PIC 9(01).
           05  FILLER                          PIC X(01) VALUE SPACE.
           05  NOME-LIN-WS                     PIC X(39).
           05  FILLER  VALUE " VENC "          PIC X(06).
           05  VENC-LIN-WS                     PIC 99/99/9999.
           05  FILLER  VALUE " SALDO "         PIC X(07).
           05  SALDO-LIN-WS                    PIC ZZ.ZZZ.ZZZ.ZZ9.
           05  FILLER  VALUE " RECEBIDO "      PIC X(10).
           05  RECEBIDO-LIN-WS                 PIC X(15).
       01  LINHA-END-WS.
           05  FILLER                          PIC X(09) VALUE SPACES.
           05  END-LIN-WS                      PIC X(30).
           05  FILLER  VALUE " FONE "          PIC X(06).
           05  FONE-LIN-WS                     PIC ZZ9B9999.
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
           DISPLAY (5, 16) "* FOLHAS DE COBRANCA - COBRADORES *"

           PERFORM CARREGA-FILIAL THRU CARREGA-FILIAL-EXIT
           MOVE "CONVROTA" TO PROGRAMA-EXEC-WS
           PERFORM CARREGA-PARM THRU CARREGA-PARM-EXIT
           IF MODO-AUTO
               MOVE DRIVE-PARM-WS TO U-DUP-WS
               MOVE FILIAL-INI-PARM-WS TO FILIAL-DUP-WS.

           DISPLAY (9, 10) "Operador................:"
           IF NOT MODO-AUTO
               ACCEPT (, ) OPERADOR-EXEC-WS WITH PROMPT UPDATE.
           MOVE "CONVROTA" TO PROGRAMA-ACE-WS
           MOVE MODO-AUTO-WS TO SEM-SENHA-ACE-WS
           PERFORM AUTENTICA-OPERADOR THRU AUTENTICA-OPERADOR-EXIT.

           DISPLAY (10, 10) "Informe o Drive dos arqs:"
           IF NOT MODO-AUTO
               ACCEPT (, ) U-DUP-WS WITH PROMPT UPDATE
               ACCEPT ESCAPE-77 FROM ESCAPE KEY
               IF ESCAPE-77 NOT = ZEROS STOP RUN.

           DISPLAY (11, 10) "Informe a Filial .......:"
           IF NOT MODO-AUTO
               ACCEPT (, ) FILIAL-DUP-WS WITH PROMPT UPDATE
               IF ESCAPE-77 NOT = ZEROS GO TO INICIO-010.
           PERFORM VARYING IDX-FIL-VL-WS FROM 1 BY 1
               UNTIL IDX-FIL-VL-WS > QTD-FILIAL-VL
               OR FILIAL-VL-WS (IDX-FIL-VL-WS) = FILIAL-DUP-WS
           END-PERFORM
           IF IDX-FIL-VL-WS > QTD-FILIAL-VL
               DISPLAY (24, 10) "FILIAL INVALIDA - VERIFIQUE O NUMERO"
               IF MODO-AUTO GO TO TERMINA-ERRO-PARM END-IF
               GO TO INICIO-010.

           ACCEPT HOJE-WS FROM DATE YYYYMMDD
           MOVE ZEROS TO DD-MM-77 ANO-INI-WS
           DISPLAY (12, 10) "Data da cobranca (dd/mm):"
           DISPLAY (12, 42) "Ano (aaaa):"
           DISPLAY (13, 10) "(em branco = hoje)"
           IF NOT MODO-AUTO
               ACCEPT (12, 36) DD-MM-77 WITH PROMPT UPDATE
               IF ESCAPE-77 NOT = ZEROS GO TO INICIO-010 END-IF
               ACCEPT (12, 54) ANO-INI-WS WITH PROMPT UPDATE
               IF ESCAPE-77 NOT = ZEROS GO TO INICIO-010.
           MOVE DD-MM-77 TO INICIAL-WS
           IF MODO-AUTO
               MOVE DIA-INI-PARM-WS TO DIA-INI-WS
               MOVE MES-INI-PARM-WS TO MES-INI-WS
               MOVE ANO-INI-PARM-WS TO ANO-INI-WS.
           IF DIA-INI-WS = ZEROS
               MOVE HOJE-WS TO DATA-COB-WS
           ELSE
               IF ANO-INI-WS = ZEROS
                   MOVE HOJE-WS (1:4) TO ANO-INI-WS
               END-IF
               MOVE ANO-INI-WS TO ANO-COB-WS
               MOVE MES-INI-WS TO MES-COB-WS
               MOVE DIA-INI-WS TO DIA-COB-WS.
           IF MES-COB-WS < 1 OR MES-COB-WS > 12
               OR DIA-COB-WS < 1 OR DIA-COB-WS > 31
               DISPLAY (24, 10) "DATA DA COBRANCA INVALIDA"
               IF MODO-AUTO GO TO TERMINA-ERRO-PARM END-IF
               GO TO INICIO-010.

           MOVE ZEROS TO COBRADOR-FILTRO-WS
           DISPLAY (14, 10) "Cobrador (0=Todos)......:"
           IF NOT MODO-AUTO
               ACCEPT (, ) COBRADOR-FILTRO-WS WITH PROMPT UPDATE
               IF ESCAPE-77 NOT = ZEROS GO TO INICIO-010.
           IF MODO-AUTO
               IF FILTRO-PARM-WS (1:3) NOT = SPACES
                   MOVE FILTRO-PARM-WS (1:3) TO COBRADOR-FILTRO-WS.

           PERFORM CARREGA-COBRADOR THRU CARREGA-COBRADOR-EXIT
           IF QTD-COBR-WS = ZEROS
               DISPLAY (24, 10) "NENHUM COBRADOR CADASTRADO - RODE O"
               DISPLAY (24, 46) "CADCOBR"
               IF MODO-AUTO GO TO TERMINA-ERRO-PARM END-IF
               GO TO 015-DATAS.
           PERFORM CARREGA-FOLHA THRU CARREGA-FOLHA-EXIT
           IF FORA-FOL-WS NOT = ZEROS
               DISPLAY (24, 10) "CONTROLE DE FOLHAS CHEIO (2000)"
               IF MODO-AUTO GO TO TERMINA-ERRO-PARM END-IF
               GO TO 015-DATAS.
      *
      *    FOLHA AINDA NA RUA PARA A MESMA FILIAL E DATA: PROVAVEL
      *    SEGUNDA EMISSAO - SO COM A CONFIRMACAO DO OPERADOR
           MOVE 0 TO MESMA-DATA-77
           PERFORM CONTA-MESMA-DATA
               VARYING IDX-FOL-WS FROM 1 BY 1
               UNTIL IDX-FOL-WS > QTD-FOL-WS
           IF MESMA-DATA-77 NOT = ZEROS
               DISPLAY (24, 10) "JA HA FOLHAS EMITIDAS PARA ESTA DATA"
               IF MODO-AUTO GO TO TERMINA-ERRO-PARM END-IF
               MOVE "N" TO CONFIRMA-WS
               DISPLAY (20, 10) "Emite outra vez (S/N)?"
               ACCEPT (20, 34) CONFIRMA-WS WITH PROMPT UPDATE
               IF ESCAPE-77 NOT = ZEROS OR CONFIRMA-WS NOT = "S"
                   GO TO 015-DATAS.

           MOVE U-DUP-WS TO U-DUPX-WS
           MOVE FILIAL-DUP-WS TO FILIAL-DUPX-WS
           MOVE "N" TO FIM-DUPX-WS
           MOVE 0 TO QTD-TRAILER-DUPX-WS QTD-DET-DUPX-WS
           OPEN INPUT ARQ-DUPX
           IF ESTADO-DUPX NOT = ZEROS
               DISPLAY (24, 10) "EXTRATO CADDUP AUSENTE - RODE O"
               DISPLAY (24, 42) "CONVDUPX"
               IF MODO-AUTO GO TO TERMINA-ERRO-PARM END-IF
               GO TO 015-DATAS.

           DISPLAY (16, 10) "DUPLICATAS LIDAS:        TITULOS:"
           DISPLAY (17, 10) "SEM COBRADOR....:        FOLHAS.:"
           MOVE 0 TO LIDOS-77 TITULOS-77 SEM-COBRADOR-77
           MOVE 0 TO FOLHAS-77 SEM-NUMERO-77 PENDENTES-77
           MOVE "N" TO TRUNCADO-DUP-WS
           MOVE ZEROS TO CPF-ANT-WS
           SORT ARQ-SRT
               ON ASCENDING KEY ORDEM-SRT COBRADOR-SRT REGIAO-SRT
                                BAIRRO-SRT NOME-SRT CPF-SRT VENC-SRT
               INPUT  PROCEDURE IS 100-TITULOS
               OUTPUT PROCEDURE IS 200-FOLHAS
           IF FOLHAS-77 NOT = ZEROS
               PERFORM GRAVA-FOLHA.
           DISPLAY (17, 44) FOLHAS-77
           DISPLAY (23, 10) "FOLHAS GRAVADAS EM CONVROTA.REL"
           PERFORM GRAVA-LOG
           IF MODO-AUTO GOBACK.
           GO TO 015-DATAS.
      *
      *    FOLHA EMITIDA E NAO DEVOLVIDA DA FILIAL PARA A DATA PEDIDA
       CONTA-MESMA-DATA.
           IF FILIAL-TAB-FOL-WS (IDX-FOL-WS) = FILIAL-DUP-WS
               AND DATA-COB-TAB-FOL-WS (IDX-FOL-WS) = DATA-COB-WS
               AND FOLHA-EMITIDA (IDX-FOL-WS)
               ADD 1 TO MESMA-DATA-77.
      *
      *    LEITURA DIRETA DO CLIENTE NO ARQCLI PELA CHAVE FILIAL+CPF;
      *    O ENDERECO E O FONE SAO OS DE COBRANCA DO CADASTRO
       BUSCA-CLIENTE.
           MOVE "N" TO ACHOU-CLI-WS
           MOVE "(CLIENTE NAO LOCALIZADO)" TO NOME-SAC-WS
           MOVE SPACES TO END-SAC-WS BAIRRO-SAC-WS
           MOVE ZEROS TO FONE-SAC-WS
           MOVE REGIAO-DUP TO REGIAO-SAC-WS
           IF NOT CLI-ABERTO
               GO TO BUSCA-CLIENTE-FIM.
           MOVE 0 TO KEY-NUM-WS
           MOVE SPACES TO CHAVE-PRIM-WS
           STRING FILIAL-DUP-WS CPF-ANT-WS
               DELIMITED BY SIZE INTO CHAVE-PRIM-WS
           MOVE LER-IGUAL-WS TO B-FUNC-WS
           MOVE 09 TO ERRO-WS CAN-WS
           CALL "BTVCAL" USING DADOS-WS
           IF B-STATUS-WS NOT = ZEROS
               GO TO BUSCA-CLIENTE-FIM.
           MOVE REGISTRO-WS TO ARQCLI-REG
           MOVE "S" TO ACHOU-CLI-WS
           MOVE REGIAO-CLI TO REGIAO-SAC-WS
           IF PESSOA-JURIDICA OF TIPO-CLI
               MOVE NOMEC-CLI TO NOME-SAC-WS
           ELSE
               MOVE NOMER-CLI TO NOME-SAC-WS.
           IF COMERCIAL-CLI
               MOVE ENDC-CLI    TO END-SAC-WS
               MOVE BAIRROC-CLI TO BAIRRO-SAC-WS
               MOVE TELC-CLI    TO FONE-SAC-WS
           ELSE
               MOVE ENDR-CLI    TO END-SAC-WS
               MOVE BAIRROR-CLI TO BAIRRO-SAC-WS
               MOVE TELR-CLI    TO FONE-SAC-WS.
       BUSCA-CLIENTE-FIM.
           EXIT.
      *
      *    ABRE A FOLHA DE UM COBRADOR (OU A LISTA DAS REGIOES SEM
      *    COBRADOR): NUMERO NOVO DA FILIAL E LINHA NO CONTROLE
       ABRE-FOLHA.
           MOVE "S" TO FOLHA-ABERTA-WS
           MOVE 0 TO QTD-FOLHA-WS TOTAL-FOLHA-WS
           MOVE ZEROS TO IDX-FOLHA-ATUAL-WS NUMERO-FOLHA-WS
           MOVE SPACES TO REG-REL
           WRITE REG-REL
           MOVE ALL "=" TO REG-REL
           WRITE REG-REL
           IF ORDEM-SRT = "2"
               MOVE SPACES TO REG-REL
               STRING "REGIOES SEM COBRADOR NO ARQCOBR - TITULOS FORA"
                   " DAS FOLHAS (CADASTRE O COBRADOR NO CADCOBR)"
                   DELIMITED BY SIZE INTO REG-REL
               WRITE REG-REL
               GO TO ABRE-FOLHA-EXIT.
           MOVE REGIAO-SRT TO REGIAO-BUSCA-COB-WS
           PERFORM ACHA-COBRADOR
           MOVE FILIAL-DUP-WS TO FILIAL-BUSCA-FOL-WS
           PERFORM PROXIMA-FOLHA
           ADD 1 TO FOLHAS-77
           IF QTD-FOL-WS NOT < 2000
               ADD 1 TO SEM-NUMERO-77
           ELSE
               MOVE PROX-NUMERO-FOL-WS TO NUMERO-FOLHA-WS
               ADD 1 TO QTD-FOL-WS
               MOVE QTD-FOL-WS TO IDX-FOLHA-ATUAL-WS
               PERFORM REGISTRA-FOLHA.
           MOVE DATA-COB-WS TO DATA-AMD-WS
           PERFORM EDITA-DATA
           MOVE SPACES TO REG-REL
           STRING "FOLHA DE COBRANCA NO. " NUMERO-FOLHA-WS
               "   FILIAL " FILIAL-DUP-WS
               "   DATA DA COBRANCA " DATA-ED-WS
               DELIMITED BY SIZE INTO REG-REL
           WRITE REG-REL
           MOVE SPACES TO REG-REL
           IF IDX-ACHADO-COB-WS NOT = ZEROS
               STRING "COBRADOR " COBRADOR-SRT " - "
                   NOME-TAB-COB-WS (IDX-ACHADO-COB-WS)
                   DELIMITED BY SIZE INTO REG-REL
           ELSE
               STRING "COBRADOR " COBRADOR-SRT
                   DELIMITED BY SIZE INTO REG-REL.
           WRITE REG-REL
           IF NUMERO-FOLHA-WS = ZEROS
               MOVE "FOLHA SEM NUMERO - CONTROLE CONVFOLH.DAT CHEIO"
                   TO REG-REL
               WRITE REG-REL.
       ABRE-FOLHA-EXIT.
           EXIT.
      *
      *    LINHA NOVA NO CONTROLE DE FOLHAS, SITUACAO EMITIDA
       REGISTRA-FOLHA.
           MOVE FILIAL-DUP-WS TO FILIAL-TAB-FOL-WS (IDX-FOLHA-ATUAL-WS)
           MOVE NUMERO-FOLHA-WS
               TO NUMERO-TAB-FOL-WS (IDX-FOLHA-ATUAL-WS)
           MOVE COBRADOR-SRT
               TO COBRADOR-TAB-FOL-WS (IDX-FOLHA-ATUAL-WS)
           MOVE SPACES TO NOME-TAB-FOL-WS (IDX-FOLHA-ATUAL-WS)
           IF IDX-ACHADO-COB-WS NOT = ZEROS
               MOVE NOME-TAB-COB-WS (IDX-ACHADO-COB-WS)
                   TO NOME-TAB-FOL-WS (IDX-FOLHA-ATUAL-WS).
           MOVE DATA-COB-WS
               TO DATA-COB-TAB-FOL-WS (IDX-FOLHA-ATUAL-WS)
           MOVE HOJE-WS TO EMISSAO-TAB-FOL-WS (IDX-FOLHA-ATUAL-WS)
           MOVE 0 TO QTD-TAB-FOL-WS (IDX-FOLHA-ATUAL-WS)
           MOVE 0 TO TOTAL-TAB-FOL-WS (IDX-FOLHA-ATUAL-WS)
           MOVE OPERADOR-EXEC-WS
               TO OPERADOR-TAB-FOL-WS (IDX-FOLHA-ATUAL-WS)
           MOVE "E" TO SIT-TAB-FOL-WS (IDX-FOLHA-ATUAL-WS)
           MOVE ZEROS TO DEVOL-TAB-FOL-WS (IDX-FOLHA-ATUAL-WS)
           MOVE SPACES TO OPER-DEV-TAB-FOL-WS (IDX-FOLHA-ATUAL-WS).
      *
      *    TOTAIS DA FOLHA, ESPACO DO VALOR RECEBIDO E AS ASSINATURAS
      *    DA SAIDA E DA DEVOLUCAO
       FECHA-FOLHA.
           MOVE "N" TO FOLHA-ABERTA-WS
           MOVE QTD-FOLHA-WS TO QTD-ED-WS
           MOVE TOTAL-FOLHA-WS TO TOTAL-ED-WS
           MOVE SPACES TO REG-REL
           WRITE REG-REL
           MOVE SPACES TO REG-REL
           STRING "TITULOS: " QTD-ED-WS "   SALDO TOTAL: " TOTAL-ED-WS
               "   TOTAL RECEBIDO: _______________"
               DELIMITED BY SIZE INTO REG-REL
           WRITE REG-REL
           IF ORDEM-ANT-WS = "2"
               GO TO FECHA-FOLHA-EXIT.
           IF IDX-FOLHA-ATUAL-WS NOT = ZEROS
               MOVE QTD-FOLHA-WS
                   TO QTD-TAB-FOL-WS (IDX-FOLHA-ATUAL-WS)
               MOVE TOTAL-FOLHA-WS
                   TO TOTAL-TAB-FOL-WS (IDX-FOLHA-ATUAL-WS).
           MOVE SPACES TO REG-REL
           WRITE REG-REL
           MOVE "SAIDA    ____/____/______   COBRADOR ________________"
               TO REG-REL
           WRITE REG-REL
           MOVE SPACES TO REG-REL
           WRITE REG-REL
           MOVE "DEVOLUCAO ____/____/______  CONFERIDO ________________"
               TO REG-REL
           WRITE REG-REL.
       FECHA-FOLHA-EXIT.
           EXIT.
      *
      *    FOLHA AINDA NA RUA (EMITIDA E NAO DEVOLVIDA) DA FILIAL
       LISTA-PENDENTE.
           IF FILIAL-TAB-FOL-WS (IDX-FOL-WS) NOT = FILIAL-DUP-WS
               OR NOT FOLHA-EMITIDA (IDX-FOL-WS)
               GO TO LISTA-PENDENTE-EXIT.
           ADD 1 TO PENDENTES-77
           MOVE DATA-COB-TAB-FOL-WS (IDX-FOL-WS) TO DATA-AMD-WS
           PERFORM EDITA-DATA
           MOVE QTD-TAB-FOL-WS (IDX-FOL-WS) TO QTD-ED-WS
           MOVE TOTAL-TAB-FOL-WS (IDX-FOL-WS) TO TOTAL-ED-WS
           MOVE SPACES TO REG-REL
           STRING NUMERO-TAB-FOL-WS (IDX-FOL-WS) " COBRANCA "
               DATA-ED-WS " COBRADOR "
               COBRADOR-TAB-FOL-WS (IDX-FOL-WS) " "
               NOME-TAB-FOL-WS (IDX-FOL-WS) QTD-ED-WS " TIT "
               TOTAL-ED-WS
               DELIMITED BY SIZE INTO REG-REL
           WRITE REG-REL.
       LISTA-PENDENTE-EXIT.
           EXIT.
      *
      *    DATA-AMD-WS (AAAAMMDD) PARA DATA-ED-WS (DD/MM/AAAA)
       EDITA-DATA.
           MOVE DIA-AMD-WS TO DIA-DMA-WS
           MOVE MES-AMD-WS TO MES-DMA-WS
           MOVE ANO-AMD-WS TO ANO-DMA-WS
           MOVE DATA-DMA-NUM-WS TO DATA-ED-WS.
      *
      *    LE O EXTRATO DO CADDUP E LIBERA PARA O SORT OS TITULOS EM
      *    CARTEIRA (ABERTOS, FORA DE BORDERO) VENCIDOS OU VENCENDO
      *    ATE A DATA DA COBRANCA
       100-TITULOS SECTION.
       110-ABRE-CLI.
           MOVE "N" TO CLI-ABERTO-WS
           MOVE U-DUP-WS TO U-CLI-WS
           MOVE FILIAL-DUP-WS TO FILIAL-CLI-WS
           MOVE 999 TO ERRO-WS CAN-WS
           MOVE ABRE-WS TO B-FUNC-WS
           MOVE -1 TO KEY-NUM-WS
           MOVE POS-CLI-WS TO POS-WS
           MOVE ARQCLI-WS TO NOME-ARQ-WS
           MOVE TAM-CLI-WS TO TAMANHO-WS
           CALL "BTVCAL" USING DADOS-WS
           IF B-STATUS-WS NOT = ZEROS
               MOVE RESET-WS TO B-FUNC-WS
               CALL "BTVCAL" USING DADOS-WS
               DISPLAY (24, 10) "ARQCLI DA FILIAL NAO ABRE - FOLHA SEM"
               DISPLAY (24, 49) "ENDERECO"
           ELSE
               MOVE "S" TO CLI-ABERTO-WS.
       120-LE-DUP.
           PERFORM LE-DUPX THRU LE-DUPX-EXIT
           IF ACABOU-DUPX
               GO TO 180-FECHA.
           IF NOT DETALHE-DUPX
               GO TO 120-LE-DUP.
           ADD 1 TO LIDOS-77
           DISPLAY (16, 28) LIDOS-77
           IF DUP-PAGA OR INCOBRAVEL
               OR SALDO-DUP = ZEROS
               OR DT-BORDERO-DUP NOT = ZEROS
               GO TO 120-LE-DUP.
           MOVE DT-VENC-DUP TO DATA6-SEC-WS
           PERFORM MONTA-DATA8-SEC
           IF DATA8-SEC-WS > DATA-COB-WS
               GO TO 120-LE-DUP.
           IF CPF-CGC-DUP NOT = CPF-ANT-WS
               MOVE CPF-CGC-DUP TO CPF-ANT-WS
               PERFORM BUSCA-CLIENTE THRU BUSCA-CLIENTE-FIM.
           IF NOT ACHOU-CLI
               MOVE REGIAO-DUP TO REGIAO-SAC-WS.
           MOVE REGIAO-SAC-WS TO REGIAO-BUSCA-COB-WS
           PERFORM ACHA-COBRADOR
           IF IDX-ACHADO-COB-WS = ZEROS
               MOVE "2" TO ORDEM-SRT
               MOVE ZEROS TO COBRADOR-SRT
           ELSE
               MOVE "1" TO ORDEM-SRT
               MOVE COBRADOR-TAB-COB-WS (IDX-ACHADO-COB-WS)
                   TO COBRADOR-SRT.
           IF COBRADOR-FILTRO-WS NOT = ZEROS
               AND COBRADOR-SRT NOT = COBRADOR-FILTRO-WS
               GO TO 120-LE-DUP.
           MOVE REGIAO-SAC-WS TO REGIAO-SRT
           MOVE BAIRRO-SAC-WS TO BAIRRO-SRT
           MOVE NOME-SAC-WS   TO NOME-SRT
           MOVE CPF-ANT-WS    TO CPF-SRT
           MOVE DATA8-SEC-WS  TO VENC-SRT
           MOVE CORPO-DUP     TO CORPO-SRT
           MOVE PARC-DUP      TO PARC-SRT
           MOVE END-SAC-WS    TO ENDERECO-SRT
           MOVE FONE-SAC-WS   TO FONE-SRT
           MOVE SALDO-DUP     TO SALDO-SRT
           RELEASE REG-SRT
           GO TO 120-LE-DUP.
       180-FECHA.
           CLOSE ARQ-DUPX
           IF QTD-DET-DUPX-WS NOT = QTD-TRAILER-DUPX-WS
               MOVE "S" TO TRUNCADO-DUP-WS.
           IF CLI-ABERTO
               MOVE FECHA-WS TO B-FUNC-WS
               CALL "BTVCAL" USING DADOS-WS.
       190-FIM.
           EXIT.
      *
      *    IMPRIME UMA FOLHA POR COBRADOR, COM QUEBRA POR REGIAO E
      *    BAIRRO, A LISTA DAS REGIOES SEM COBRADOR E AS FOLHAS DA
      *    FILIAL AINDA NA RUA
       200-FOLHAS SECTION.
       210-PREPARA.
           PERFORM CARREGA-REGIAO THRU CARREGA-REGIAO-EXIT
           OPEN OUTPUT ARQ-REL
           MOVE DATA-COB-WS TO DATA-AMD-WS
           PERFORM EDITA-DATA
           MOVE SPACES TO REG-REL
           STRING "FOLHAS DE COBRANCA FILIAL " FILIAL-DUP-WS
               " - TITULOS EM CARTEIRA VENCIDOS ATE " DATA-ED-WS
               DELIMITED BY SIZE INTO REG-REL
           WRITE REG-REL
           MOVE "N" TO FIM-SRT-WS FOLHA-ABERTA-WS
           MOVE SPACES TO ORDEM-ANT-WS
           MOVE ZEROS TO COBRADOR-ANT-WS.
       220-DEVOLVE.
           RETURN ARQ-SRT
               AT END MOVE "S" TO FIM-SRT-WS
           END-RETURN
           IF ACABOU-SRT
               GO TO 280-ENCERRA.
           IF ORDEM-SRT NOT = ORDEM-ANT-WS
               OR COBRADOR-SRT NOT = COBRADOR-ANT-WS
               IF FOLHA-ABERTA
                   PERFORM FECHA-FOLHA THRU FECHA-FOLHA-EXIT
               END-IF
               PERFORM ABRE-FOLHA THRU ABRE-FOLHA-EXIT
               MOVE ORDEM-SRT TO ORDEM-ANT-WS
               MOVE COBRADOR-SRT TO COBRADOR-ANT-WS
               MOVE 999 TO REGIAO-ANT-WS.
           IF REGIAO-SRT NOT = REGIAO-ANT-WS
               MOVE SPACES TO REG-REL
               WRITE REG-REL
               MOVE REGIAO-SRT TO REGIAO-BUSCA-RGI-WS
               PERFORM DESCREVE-REGIAO THRU DESCREVE-REGIAO-EXIT
               MOVE SPACES TO REG-REL
               STRING "REGIAO " REGIAO-SRT " " NOME-ATU-RGI-WS
                   DELIMITED BY SIZE INTO REG-REL
               WRITE REG-REL
               MOVE REGIAO-SRT TO REGIAO-ANT-WS
               MOVE HIGH-VALUES TO BAIRRO-ANT-WS.
           IF BAIRRO-SRT NOT = BAIRRO-ANT-WS
               MOVE SPACES TO REG-REL
               STRING "  BAIRRO " BAIRRO-SRT
                   DELIMITED BY SIZE INTO REG-REL
               WRITE REG-REL
               MOVE BAIRRO-SRT TO BAIRRO-ANT-WS.
           MOVE VENC-SRT TO DATA-AMD-WS
           PERFORM EDITA-DATA
           MOVE CORPO-SRT TO CORPO-LIN-WS
           MOVE PARC-SRT TO PARC-LIN-WS
           MOVE NOME-SRT TO NOME-LIN-WS
           MOVE DATA-ED-WS TO VENC-LIN-WS
           MOVE SALDO-SRT TO SALDO-LIN-WS
           MOVE ALL "_" TO RECEBIDO-LIN-WS
           WRITE REG-REL FROM LINHA-TIT-WS
           MOVE ENDERECO-SRT TO END-LIN-WS
           MOVE FONE-SRT TO FONE-LIN-WS
           WRITE REG-REL FROM LINHA-END-WS
           ADD 1 TO QTD-FOLHA-WS
           ADD SALDO-SRT TO TOTAL-FOLHA-WS
           IF ORDEM-SRT = "2"
               ADD 1 TO SEM-COBRADOR-77
               DISPLAY (17, 28) SEM-COBRADOR-77
           ELSE
               ADD 1 TO TITULOS-77
               DISPLAY (16, 44) TITULOS-77.
           GO TO 220-DEVOLVE.
       280-ENCERRA.
           IF FOLHA-ABERTA
               PERFORM FECHA-FOLHA THRU FECHA-FOLHA-EXIT.
           IF TITULOS-77 = ZEROS AND SEM-COBRADOR-77 = ZEROS
               MOVE SPACES TO REG-REL
               WRITE REG-REL
               MOVE "NENHUM TITULO EM CARTEIRA PARA A DATA" TO REG-REL
               WRITE REG-REL.
           IF SEM-NUMERO-77 NOT = ZEROS
               MOVE SPACES TO REG-REL
               STRING "AVISO: " SEM-NUMERO-77 " FOLHA(S) SEM NUMERO"
                   " - CONTROLE DE FOLHAS CHEIO"
                   DELIMITED BY SIZE INTO REG-REL
               WRITE REG-REL
               DISPLAY (23, 10) "CONTROLE DE FOLHAS CHEIO - VEJA REL.".
           IF LEITURA-TRUNCADA
               MOVE SPACES TO REG-REL
               STRING "AVISO: LEITURA INTERROMPIDA - "
                   "PODE FALTAR TITULO NAS FOLHAS"
                   DELIMITED BY SIZE INTO REG-REL
               WRITE REG-REL
               DISPLAY (23, 10) "LEITURA INTERROMPIDA - INCOMPLETO".
           MOVE SPACES TO REG-REL
           WRITE REG-REL
           MOVE ALL "=" TO REG-REL
           WRITE REG-REL
           MOVE SPACES TO REG-REL
           STRING "FOLHAS DA FILIAL " FILIAL-DUP-WS
               " EMITIDAS E AINDA NAO DEVOLVIDAS"
               DELIMITED BY SIZE INTO REG-REL
           WRITE REG-REL
           PERFORM LISTA-PENDENTE THRU LISTA-PENDENTE-EXIT
               VARYING IDX-FOL-WS FROM 1 BY 1
               UNTIL IDX-FOL-WS > QTD-FOL-WS
           MOVE SPACES TO REG-REL
           STRING "TOTAL DE FOLHAS NA RUA: " PENDENTES-77
               DELIMITED BY SIZE INTO REG-REL
           WRITE REG-REL
           CLOSE ARQ-REL.
       290-FIM.
           EXIT.
      *
      *    GRAVA UMA LINHA NO LOG PERSISTENTE DE EXECUCOES (CONVLOG.LOG)
       GRAVA-LOG.
           MOVE "CONVROTA" TO PROGRAMA-LOG-TX
           ACCEPT DATA-EXEC-LOG-TX FROM DATE YYYYMMDD
           ACCEPT HORA-EXEC-LOG-TX FROM TIME
           MOVE OPERADOR-EXEC-WS TO OPERADOR-LOG-TX
           ACCEPT HORA-FIM-EXEC-WS FROM TIME
           PERFORM CALCULA-DURACAO
           MOVE HORA-INI6-EXEC-WS TO HORA-INI-LOG-TX
           MOVE DURACAO-EXEC-WS TO DURACAO-LOG-TX
           MOVE SPACES TO FILTRO-LOG-TX
           STRING "FIL=" FILIAL-DUP-WS " DATA=" DATA-COB-WS
               " COB=" COBRADOR-FILTRO-WS " FOLHAS=" FOLHAS-77
               DELIMITED BY SIZE
               INTO FILTRO-LOG-TX
           MOVE LIDOS-77 TO LIDOS-LOG-TX
           MOVE TITULOS-77 TO GRAVADOS-LOG-TX
           MOVE SEM-COBRADOR-77 TO GRAVADOS2-LOG-TX
           MOVE "CONVROTA.REL" TO NOME-REL-ARR-WS
           PERFORM GUARDA-RELATORIO THRU GUARDA-RELATORIO-EXIT
           OPEN EXTEND ARQ-LOG
           IF  ESTADO-LOG NOT = ZEROS
               OPEN OUTPUT ARQ-LOG.
           WRITE REGLOG-TX
           CLOSE ARQ-LOG.
      *
      *    PROCURA EM "CONVPARM.DAT" A LINHA DE PARAMETROS DESTE
      *    PROGRAMA; SE ACHAR, LIGA O MODO NAO ASSISTIDO. O FILTRO
      *    GUARDA O COBRADOR (000 = TODOS)
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
           COPY REGIPR.
      *
           COPY FILIALPR.
      *
           COPY DUPXPR.
      *
           COPY COBRPR.
      *
           COPY FOLHAPR.
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
