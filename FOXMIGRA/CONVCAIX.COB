      *
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. CONVCAIX.
       AUTHOR. LUIS AUGUSTO.
      *
      *    DATA DA ALTERACAO: 10/96
      *
      *    FECHAMENTO DIARIO DO CAIXA DA FILIAL: A PARTIR DO MOVIMENTO
      *    DO DIA JA CONVERTIDO, TOTALIZA POR FATURISTA AS VENDAS A
      *    VISTA (NOTAS COM TIPO-FAT-NTFS 1 DO x:MVddmmff.Faa) E AS
      *    DEVOLUCOES DE DINHEIRO (NOTAS DE RECLAMACAO, IND-TIPO-NTFS
      *    5), E SOMA OS RECEBIMENTOS NO BALCAO (BAIXAS INTEGRAIS OU
      *    PARCELADAS SEM BANCO DO x:BXddmmff.Baa, QUE NAO TRAZEM O
      *    FATURISTA E SAEM NUMA LINHA PROPRIA). O ESPERADO EM CAIXA
      *    (VISTA + BALCAO - RECLAMACAO) E CONFRONTADO COM O DEPOSITO
      *    DIGITADO PELO GERENTE; O FECHAMENTO SAI EM "CONVCAIX.REL" E
      *    FICA NO ARQUIVO DE DIFERENCAS "CONVCAIX.DAT" (UMA LINHA POR
      *    FILIAL E DIA, COM O ACUMULADO DO MES NO RELATORIO). REFAZER
      *    O FECHAMENTO DE UM DIA SUBSTITUI A LINHA ANTERIOR.
      *
      *    DATA DA ALTERACAO: 10/96
      *
      *    CADA "CONVCAIX.REL" GERADO E GUARDADO NO ARQUIVO DE
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
           SELECT      ARQ-MV     ASSIGN     TO   DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ESTADO.
      *
           SELECT      ARQ-BX     ASSIGN     TO   DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ESTADO-BX.
      *
           SELECT      ARQ-CAI    ASSIGN     TO   "CONVCAIX.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ESTADO-CAI.
      *
           SELECT      ARQ-REL    ASSIGN     TO   "CONVCAIX.REL"
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
           COPY FILIALSL.
      *
           COPY OPERSL.
      *
       DATA DIVISION.
       FILE SECTION.
      *
      *    NOTAS DO DIA GERADAS PELO CONVNOTA (x:MVddmmff.Faa)
       FD  ARQ-MV
           LABEL     RECORD       STANDARD
           VALUE     OF FILE-ID   ARQMV-WS
           DATA      RECORD       REG-MV.
       01  REG-MV                            PIC X(500).
       01  REG-MV-NOTA.
           05  FILLER                        PIC X(02).
           05  TIPO-NT                       PIC 9(01).
               88  ENTRADA-NT                VALUE 3.
           05  TIPO-FAT-NT                   PIC 9(01).
               88  A-VISTA-NT                VALUE 1.
           05  NUMERO-NT                     PIC 9(06).
           05  FILLER                        PIC X(175).
           05  IND-TIPO-NT                   PIC 9(01).
               88  RECLAMACAO-NT             VALUE 5.
           05  FILLER                        PIC X(09).
           05  TOTAL-NT                      PIC 9(11).
           05  FILLER                        PIC X(258).
           05  FATURISTA-NT                  PIC X(05).
           05  FILLER                        PIC X(31).
      *
      *    BAIXAS DO DIA GERADAS PELO CONVBAIX (x:BXddmmff.Baa)
       FD  ARQ-BX
           LABEL     RECORD       STANDARD
           VALUE     OF FILE-ID   ARQBX-WS
           DATA      RECORD       REG-BX.
       01  REG-BX                            PIC X(120).
       01  REG-BX-DET.
           05  TIPO-BX                       PIC X(01).
           05  CORPO-BX                      PIC 9(07).
           05  DTPAG-BX                      PIC 9(06).
           05  VALORPAG-BX                   PIC 9(13).
           05  DTVENC-BX                     PIC 9(06).
           05  JURO-BX                       PIC 9(11).
           05  DESP-BX                       PIC 9(11).
           05  DESC-BX                       PIC 9(11).
           05  REGIAO-BX                     PIC 9(03).
           05  BANCO-BX                      PIC 9(03).
           05  NATU-BX                       PIC 9(02).
           05  COD-OPER-BX                   PIC X(01).
           05  FILLER                        PIC X(45).
      *
      *    ARQUIVO DE DIFERENCAS DE CAIXA: UMA LINHA POR FILIAL E DIA
      *    FECHADO (DATAS EM AAAAMMDD)
       FD  ARQ-CAI
           LABEL RECORD IS STANDARD.
       01  REGCAI-TX.
           05  FILIAL-CAI-TX                 PIC 9(02).
           05  DATA-CAI-TX                   PIC 9(08).
           05  VISTA-CAI-TX                  PIC 9(13).
           05  BALCAO-CAI-TX                 PIC 9(13).
           05  RECLAM-CAI-TX                 PIC 9(13).
           05  ESPERADO-CAI-TX               PIC S9(13)
                                             SIGN LEADING SEPARATE.
           05  DEPOSITO-CAI-TX               PIC 9(13).
           05  DIFERENCA-CAI-TX              PIC S9(13)
                                             SIGN LEADING SEPARATE.
           05  OPERADOR-CAI-TX               PIC X(08).
           05  REGISTRO-CAI-TX               PIC 9(08).
      *
       FD  ARQ-REL
           LABEL     RECORD       STANDARD
           VALUE     OF FILE-ID   "CONVCAIX.REL"
           DATA      RECORD       REG-REL.
       01  REG-REL                           PIC X(90).
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
           COPY FILIALFD.
      *
           COPY OPERFD.
      *
       WORKING-STORAGE SECTION.
      *
      *    OPERADOR DA EXECUCAO (REGISTRADO NO CONVLOG.LOG E NA LINHA
      *    DE DIFERENCA DO CAIXA)
       77  OPERADOR-EXEC-WS VALUE "????????"   PIC X(08).
      *
           COPY OPERWS.
      *
       77  ESTADO                PIC X(02).
       77  ESTADO-BX             PIC X(02).
       77  ESTADO-CAI            PIC X(02).
       77  ESTADO-REL            PIC X(02).
       77  ESTADO-LOG            PIC X(02).
       77  LIDOS-77        VALUE 0             PIC 9(07).
       77  BAIXAS-77       VALUE 0             PIC 9(07).
       77  FAT-FORA-77     VALUE 0             PIC 9(05).
       77  I                                   PIC 9(02).
       77  E                                   PIC 9(02).
       77  DD-MM-77        VALUE ZEROS         PIC 99/99.
       77  CONFIRMA-WS                         PIC X(01).
       77  FIM-MV-WS                           PIC X(01).
           88  ACABOU-MV                       VALUE "S".
       77  FIM-BX-WS                           PIC X(01).
           88  ACABOU-BX                       VALUE "S".
       77  FIM-CAI-WS                          PIC X(01).
           88  ACABOU-CAI                      VALUE "S".
       77  SEM-BX-WS                           PIC X(01).
           88  SEM-ARQUIVO-BX                  VALUE "S".
      *
       01  FILIAL-CAIXA-WS                     PIC 9(02).
       01  DATA-CAIXA-WS                       PIC 9(08).
       01  FILLER REDEFINES DATA-CAIXA-WS.
           05  ANO-CAIXA-WS                    PIC 9(04).
           05  FILLER REDEFINES ANO-CAIXA-WS.
               10  FILLER                      PIC 9(02).
               10  ANO2-CAIXA-WS               PIC 9(02).
           05  MES-CAIXA-WS                    PIC 9(02).
           05  DIA-CAIXA-WS                    PIC 9(02).
       01  DIAMES-WS                           PIC 9(04).
       01  FILLER REDEFINES DIAMES-WS.
           05  DIA-DM-WS                       PIC 9(02).
           05  MES-DM-WS                       PIC 9(02).
       77  ANO-DIG-WS      VALUE ZEROS         PIC 9(04).
       77  HOJE-WS                             PIC 9(08).
       77  CORTE-CAI-WS                        PIC 9(08).
      *
      *    NOMES DOS ARQUIVOS DO DIA
       01  ARQMV-WS.
           05  U-MV-WS                         PIC X(01).
           05  FILLER VALUE ":MV"              PIC X(03).
           05  DATA-MV-WS                      PIC 9(04).
           05  FILIAL-MV-WS                    PIC 9(02).
           05  FILLER VALUE ".F"               PIC X(02).
           05  ANO-MV-WS                       PIC 9(02).
       01  ARQBX-WS.
           05  U-BX-WS                         PIC X(01).
           05  FILLER VALUE ":BX"              PIC X(03).
           05  DATA-BX-WS                      PIC 9(04).
           05  FILIAL-BX-WS                    PIC 9(02).
           05  FILLER VALUE ".B"               PIC X(02).
           05  ANO-BX-WS                       PIC 9(02).
      *
      *    TOTAIS POR FATURISTA, EM ORDEM DE CODIGO ("-----" = NOTA
      *    SEM FATURISTA)
       77  QTD-FAT-WS      VALUE 0             PIC 9(03).
       01  TAB-FAT-WS.
           05  TAB-FAT-ITEM OCCURS 200 TIMES INDEXED BY IDX-FAT-WS.
               10  COD-TAB-FAT-WS              PIC X(05).
               10  QTD-VISTA-TAB-FAT-WS        PIC 9(05).
               10  VISTA-TAB-FAT-WS            PIC 9(13).
               10  QTD-RECL-TAB-FAT-WS         PIC 9(05).
               10  RECL-TAB-FAT-WS             PIC 9(13).
       77  FAT-BUSCA-WS                        PIC X(05).
       77  IDX-ACHADO-FAT-WS                   PIC 9(03).
       77  IDX-DESL-WS                         PIC 9(03).
      *
      *    TOTAIS DO DIA
       01  TOTAIS-WS.
           05  QTD-VISTA-TOT-WS                PIC 9(05).
           05  VISTA-TOT-WS                    PIC 9(13).
           05  QTD-RECL-TOT-WS                 PIC 9(05).
           05  RECL-TOT-WS                     PIC 9(13).
           05  QTD-BALCAO-TOT-WS               PIC 9(05).
           05  BALCAO-TOT-WS                   PIC 9(13).
       77  ESPERADO-WS                         PIC S9(13).
       77  DEPOSITO-WS                         PIC 9(13).
       77  DEPOSITO-DIG-WS                     PIC 9(11)V99.
       77  DIFERENCA-WS                        PIC S9(13).
       77  LIQUIDO-WS                          PIC S9(13).
       77  ACUM-MES-WS                         PIC S9(13).
       77  DIAS-DIF-MES-WS                     PIC 9(03).
      *
      *    ARQUIVO DE DIFERENCAS EM MEMORIA (REGRAVADO POR INTEIRO;
      *    LINHA COM MAIS DE UM ANO FICA DE FORA)
       77  QTD-CAI-WS      VALUE 0             PIC 9(04).
       77  FORA-CAI-WS     VALUE 0             PIC 9(04).
       77  IDX-ACHADO-CAI-WS                   PIC 9(04).
       01  TAB-CAI-WS.
           05  TAB-CAI-ITEM OCCURS 5000 TIMES INDEXED BY IDX-CAI-WS.
               10  FILIAL-TAB-CAI-WS           PIC 9(02).
               10  DATA-TAB-CAI-WS             PIC 9(08).
               10  VISTA-TAB-CAI-WS            PIC 9(13).
               10  BALCAO-TAB-CAI-WS           PIC 9(13).
               10  RECLAM-TAB-CAI-WS           PIC 9(13).
               10  ESPERADO-TAB-CAI-WS         PIC S9(13).
               10  DEPOSITO-TAB-CAI-WS         PIC 9(13).
               10  DIFERENCA-TAB-CAI-WS        PIC S9(13).
               10  OPERADOR-TAB-CAI-WS         PIC X(08).
               10  REGISTRO-TAB-CAI-WS         PIC 9(08).
      *
      *    COPIAS EDITADAS PARA A TELA E O RELATORIO
       77  VALOR-ED-WS                         PIC ZZZ.ZZZ.ZZ9,99-.
       77  QTD-ED-WS                           PIC ZZZZ9.
       77  DATA-ED-WS                          PIC 99/99/9999.
       01  DATA-DMA-WS.
           05  DIA-DMA-WS                      PIC 9(02).
           05  MES-DMA-WS                      PIC 9(02).
           05  ANO-DMA-WS                      PIC 9(04).
       01  FILLER REDEFINES DATA-DMA-WS.
           05  DATA-DMA-NUM-WS                 PIC 9(08).
      *
       01  CAB1-WS.
           05  FILLER  VALUE "FATUR   VENDAS A VISTA        "
                                               PIC X(30).
           05  FILLER  VALUE "  RECLAMACOES (DEVOLUCAO)     "
                                               PIC X(30).
           05  FILLER  VALUE "    LIQUIDO NO CAIXA          "
                                               PIC X(30).
       01  CAB2-WS.
           05  FILLER  VALUE "        QTD            VALOR  "
                                               PIC X(30).
           05  FILLER  VALUE "    QTD           VALOR       "
                                               PIC X(30).
           05  FILLER  VALUE "                              "
                                               PIC X(30).
       01  LINHA-FAT-WS.
           05  FATUR-LIN-WS                    PIC X(05).
           05  FILLER                          PIC X(03) VALUE SPACES.
           05  QTD-VISTA-LIN-WS                PIC ZZZZ9.
           05  FILLER                          PIC X(01) VALUE SPACE.
           05  VISTA-LIN-WS                    PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER                          PIC X(05) VALUE SPACES.
           05  QTD-RECL-LIN-WS                 PIC ZZZZ9.
           05  FILLER                          PIC X(01) VALUE SPACE.
           05  RECL-LIN-WS                     PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER                          PIC X(04) VALUE SPACES.
           05  LIQUIDO-LIN-WS                  PIC ZZZ.ZZZ.ZZ9,99-.
           05  FILLER                          PIC X(07) VALUE SPACES.
      *
           COPY TELAWS.
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
           DISPLAY (1, 1) ERASE
           DISPLAY (2, 14) "* FECHAMENTO DIARIO DO CAIXA DA FILIAL *"

           PERFORM CARREGA-FILIAL THRU CARREGA-FILIAL-EXIT

           DISPLAY (3, 05) "Operador................:"
           ACCEPT (, ) OPERADOR-EXEC-WS WITH PROMPT UPDATE
           MOVE "CONVCAIX" TO PROGRAMA-ACE-WS
           PERFORM AUTENTICA-OPERADOR THRU AUTENTICA-OPERADOR-EXIT

           DISPLAY (5, 05) "Informe o Drive dos arqs:"
           ACCEPT (, ) U-MV-WS WITH PROMPT UPDATE
           ACCEPT ESCAPE-77 FROM ESCAPE KEY
           IF ESCAPE-77 NOT = ZEROS STOP RUN.

           DISPLAY (6, 05) "Informe a Filial .......:"
           ACCEPT (, ) FILIAL-CAIXA-WS WITH PROMPT UPDATE
           IF ESCAPE-77 NOT = ZEROS GO TO 015-DATAS.
           PERFORM VARYING IDX-FIL-VL-WS FROM 1 BY 1
               UNTIL IDX-FIL-VL-WS > QTD-FILIAL-VL
               OR FILIAL-VL-WS (IDX-FIL-VL-WS) = FILIAL-CAIXA-WS
           END-PERFORM
           IF IDX-FIL-VL-WS > QTD-FILIAL-VL
               DISPLAY (24, 05) "FILIAL INVALIDA - VERIFIQUE O NUMERO"
               GO TO 015-DATAS.

      *    DIA DO CAIXA: ZEROS = HOJE; ANO ZERO = ANO CORRENTE
           ACCEPT HOJE-WS FROM DATE YYYYMMDD
           MOVE ZEROS TO DD-MM-77 ANO-DIG-WS
           DISPLAY (7, 05) "Dia do caixa (dd/mm)....:"
           ACCEPT (7, 31) DD-MM-77 WITH PROMPT UPDATE
           IF ESCAPE-77 NOT = ZEROS GO TO 015-DATAS.
           DISPLAY (7, 40) "Ano (aaaa):"
           ACCEPT (7, 52) ANO-DIG-WS WITH PROMPT UPDATE
           IF ESCAPE-77 NOT = ZEROS GO TO 015-DATAS.
           MOVE HOJE-WS TO DATA-CAIXA-WS
           MOVE DD-MM-77 TO DIAMES-WS
           IF DIAMES-WS NOT = ZEROS
               MOVE DIA-DM-WS TO DIA-CAIXA-WS
               MOVE MES-DM-WS TO MES-CAIXA-WS.
           IF ANO-DIG-WS NOT = ZEROS
               MOVE ANO-DIG-WS TO ANO-CAIXA-WS.
           IF DIA-CAIXA-WS = ZEROS OR DIA-CAIXA-WS > 31
               OR MES-CAIXA-WS = ZEROS OR MES-CAIXA-WS > 12
               OR DATA-CAIXA-WS > HOJE-WS
               DISPLAY (24, 05) "DATA INVALIDA OU FUTURA             "
               GO TO 015-DATAS.

           MOVE U-MV-WS TO U-BX-WS
           MOVE FILIAL-CAIXA-WS TO FILIAL-MV-WS FILIAL-BX-WS
           MOVE DIA-CAIXA-WS TO DIA-DM-WS
           MOVE MES-CAIXA-WS TO MES-DM-WS
           MOVE DIAMES-WS TO DATA-MV-WS DATA-BX-WS
           MOVE ANO2-CAIXA-WS TO ANO-MV-WS ANO-BX-WS

           PERFORM CARREGA-CAIXA THRU CARREGA-CAIXA-EXIT
           IF FORA-CAI-WS NOT = ZEROS
               DISPLAY (24, 05) "ARQUIVO DE DIFERENCAS CHEIO (5000)"
               GO TO 015-DATAS.

           MOVE 0 TO LIDOS-77 BAIXAS-77 FAT-FORA-77 QTD-FAT-WS
           MOVE 0 TO QTD-VISTA-TOT-WS VISTA-TOT-WS
           MOVE 0 TO QTD-RECL-TOT-WS RECL-TOT-WS
           MOVE 0 TO QTD-BALCAO-TOT-WS BALCAO-TOT-WS
           MOVE "N" TO FIM-MV-WS
           OPEN INPUT ARQ-MV
           IF ESTADO NOT = ZEROS
               DISPLAY (24, 05) "SEM ARQUIVO DE NOTAS DO DIA:"
               DISPLAY (24, 34) ARQMV-WS
               GO TO 015-DATAS.
           PERFORM LE-NOTA THRU LE-NOTA-EXIT UNTIL ACABOU-MV
           CLOSE ARQ-MV

           MOVE "N" TO FIM-BX-WS SEM-BX-WS
           OPEN INPUT ARQ-BX
           IF ESTADO-BX NOT = ZEROS
               MOVE "S" TO SEM-BX-WS
           ELSE
               PERFORM LE-BAIXA THRU LE-BAIXA-EXIT UNTIL ACABOU-BX
               CLOSE ARQ-BX.

           COMPUTE ESPERADO-WS = VISTA-TOT-WS + BALCAO-TOT-WS
               - RECL-TOT-WS
           PERFORM MOSTRA-TOTAIS.
      *
      *    DEPOSITO DO GERENTE; DIA JA FECHADO MOSTRA O ANTERIOR
       020-DEPOSITO.
           PERFORM ACHA-CAIXA
           MOVE ZEROS TO DEPOSITO-DIG-WS
           IF IDX-ACHADO-CAI-WS NOT = ZEROS
               COMPUTE DEPOSITO-DIG-WS =
                   DEPOSITO-TAB-CAI-WS (IDX-ACHADO-CAI-WS) / 100
               DISPLAY (24, 05) "CAIXA JA FECHADO - REFAZER SUBSTITUI"
               DISPLAY (24, 43) "O FECHAMENTO ANTERIOR".
           DISPLAY (16, 05) "Valor depositado........:"
           ACCEPT (16, 31) DEPOSITO-DIG-WS WITH PROMPT UPDATE
           ACCEPT ESCAPE-77 FROM ESCAPE KEY
           IF ESCAPE-77 NOT = ZEROS GO TO 015-DATAS.
           COMPUTE DEPOSITO-WS = DEPOSITO-DIG-WS * 100
           COMPUTE DIFERENCA-WS = DEPOSITO-WS - ESPERADO-WS
           COMPUTE VALOR-ED-WS = DIFERENCA-WS / 100
           DISPLAY (17, 05) "Diferenca (dep - esper).:"
           DISPLAY (17, 31) VALOR-ED-WS

           MOVE "N" TO CONFIRMA-WS
           DISPLAY (19, 05) "Confirma o fechamento (S/N)?"
           ACCEPT (19, 35) CONFIRMA-WS WITH PROMPT UPDATE
           IF ESCAPE-77 NOT = ZEROS OR CONFIRMA-WS NOT = "S"
               DISPLAY (24, 05) "FECHAMENTO NAO CONFIRMADO           "
               GO TO 015-DATAS.

           PERFORM REGISTRA-CAIXA
           PERFORM GRAVA-CAIXA
           PERFORM ACUMULA-MES
           PERFORM EMITE-RELATORIO
           DISPLAY (21, 05) "FECHAMENTO GRAVADO - CONVCAIX.REL"
           PERFORM GRAVA-LOG
           GO TO 015-DATAS.
      *
      *    NOTA A VISTA SOMA NAS VENDAS; RECLAMACAO E DINHEIRO QUE
      *    VOLTOU AO CLIENTE. NOTA DE ENTRADA NAO MEXE NO CAIXA.
       LE-NOTA.
           READ ARQ-MV AT END MOVE "S" TO FIM-MV-WS END-READ
           IF ACABOU-MV GO TO LE-NOTA-EXIT.
           IF REG-MV (1:1) = "0" AND REG-MV (2:4) = "CONV"
               GO TO LE-NOTA-EXIT.
           IF REG-MV (1:1) = "9" AND REG-MV (22:479) = SPACES
               GO TO LE-NOTA-EXIT.
           ADD 1 TO LIDOS-77
           IF NOT RECLAMACAO-NT
               AND (ENTRADA-NT OR NOT A-VISTA-NT)
               GO TO LE-NOTA-EXIT.
           MOVE FATURISTA-NT TO FAT-BUSCA-WS
           IF FAT-BUSCA-WS = SPACES
               MOVE "-----" TO FAT-BUSCA-WS.
           PERFORM ACHA-FATURISTA THRU ACHA-FATURISTA-EXIT
           IF RECLAMACAO-NT
               ADD 1 TO QTD-RECL-TOT-WS
               ADD TOTAL-NT TO RECL-TOT-WS
           ELSE
               ADD 1 TO QTD-VISTA-TOT-WS
               ADD TOTAL-NT TO VISTA-TOT-WS.
           IF IDX-ACHADO-FAT-WS = ZEROS GO TO LE-NOTA-EXIT.
           IF RECLAMACAO-NT
               ADD 1 TO QTD-RECL-TAB-FAT-WS (IDX-ACHADO-FAT-WS)
               ADD TOTAL-NT TO RECL-TAB-FAT-WS (IDX-ACHADO-FAT-WS)
           ELSE
               ADD 1 TO QTD-VISTA-TAB-FAT-WS (IDX-ACHADO-FAT-WS)
               ADD TOTAL-NT TO VISTA-TAB-FAT-WS (IDX-ACHADO-FAT-WS).
       LE-NOTA-EXIT.
           EXIT.
      *
      *    RECEBIMENTO NO BALCAO: BAIXA COM DINHEIRO (INTEGRAL OU
      *    PARCELADA) SEM BANCO
       LE-BAIXA.
           READ ARQ-BX AT END MOVE "S" TO FIM-BX-WS END-READ
           IF ACABOU-BX GO TO LE-BAIXA-EXIT.
           IF REG-BX (1:1) = "0" AND REG-BX (2:4) = "CONV"
               GO TO LE-BAIXA-EXIT.
           IF REG-BX (1:1) = "9" AND REG-BX (22:99) = SPACES
               GO TO LE-BAIXA-EXIT.
           ADD 1 TO BAIXAS-77
           IF BANCO-BX NOT = ZEROS OR VALORPAG-BX = ZEROS
               GO TO LE-BAIXA-EXIT.
           IF COD-OPER-BX NOT = "2" AND COD-OPER-BX NOT = "3"
               GO TO LE-BAIXA-EXIT.
           ADD 1 TO QTD-BALCAO-TOT-WS
           ADD VALORPAG-BX TO BALCAO-TOT-WS.
       LE-BAIXA-EXIT.
           EXIT.
      *
      *    DEVOLVE EM IDX-ACHADO-FAT-WS A LINHA DE FAT-BUSCA-WS; O
      *    FATURISTA NOVO ENTRA NA POSICAO DO CODIGO (ZERO = TABELA
      *    CHEIA, SO NO TOTAL)
       ACHA-FATURISTA.
           PERFORM VARYING IDX-FAT-WS FROM 1 BY 1
               UNTIL IDX-FAT-WS > QTD-FAT-WS
               OR COD-TAB-FAT-WS (IDX-FAT-WS) NOT < FAT-BUSCA-WS
           END-PERFORM
           SET IDX-ACHADO-FAT-WS TO IDX-FAT-WS
           IF IDX-FAT-WS NOT > QTD-FAT-WS
               IF COD-TAB-FAT-WS (IDX-FAT-WS) = FAT-BUSCA-WS
                   GO TO ACHA-FATURISTA-EXIT.
           IF QTD-FAT-WS NOT < 200
               MOVE ZEROS TO IDX-ACHADO-FAT-WS
               ADD 1 TO FAT-FORA-77
               GO TO ACHA-FATURISTA-EXIT.
           PERFORM DESLOCA-FATURISTA
               VARYING IDX-DESL-WS FROM QTD-FAT-WS BY -1
               UNTIL IDX-DESL-WS < IDX-ACHADO-FAT-WS
           ADD 1 TO QTD-FAT-WS
           MOVE 0 TO QTD-VISTA-TAB-FAT-WS (IDX-ACHADO-FAT-WS)
           MOVE 0 TO VISTA-TAB-FAT-WS (IDX-ACHADO-FAT-WS)
           MOVE 0 TO QTD-RECL-TAB-FAT-WS (IDX-ACHADO-FAT-WS)
           MOVE 0 TO RECL-TAB-FAT-WS (IDX-ACHADO-FAT-WS)
           MOVE FAT-BUSCA-WS TO COD-TAB-FAT-WS (IDX-ACHADO-FAT-WS).
       ACHA-FATURISTA-EXIT.
           EXIT.
      *
       DESLOCA-FATURISTA.
           MOVE TAB-FAT-ITEM (IDX-DESL-WS)
               TO TAB-FAT-ITEM (IDX-DESL-WS + 1).
      *
       MOSTRA-TOTAIS.
           DISPLAY (9, 05) "Notas lidas.............:"
           DISPLAY (9, 31) LIDOS-77
           COMPUTE VALOR-ED-WS = VISTA-TOT-WS / 100
           DISPLAY (10, 05) "Vendas a vista..........:"
           DISPLAY (10, 31) VALOR-ED-WS
           COMPUTE VALOR-ED-WS = BALCAO-TOT-WS / 100
           DISPLAY (11, 05) "Recebido no balcao......:"
           DISPLAY (11, 31) VALOR-ED-WS
           IF SEM-ARQUIVO-BX
               DISPLAY (11, 50) "(SEM ARQUIVO DE BAIXAS)".
           COMPUTE VALOR-ED-WS = RECL-TOT-WS / 100
           DISPLAY (12, 05) "Devolvido (reclamacoes).:"
           DISPLAY (12, 31) VALOR-ED-WS
           COMPUTE VALOR-ED-WS = ESPERADO-WS / 100
           DISPLAY (14, 05) "Esperado para deposito..:"
           DISPLAY (14, 31) VALOR-ED-WS.
      *
      *    CARREGA O ARQUIVO DE DIFERENCAS (SEM ELE COMECA VAZIO)
       CARREGA-CAIXA.
           MOVE 0 TO QTD-CAI-WS FORA-CAI-WS
           MOVE "N" TO FIM-CAI-WS
           OPEN INPUT ARQ-CAI
           IF ESTADO-CAI NOT = ZEROS
               GO TO CARREGA-CAIXA-EXIT.
           PERFORM LE-CAIXA THRU LE-CAIXA-EXIT UNTIL ACABOU-CAI
           CLOSE ARQ-CAI.
       CARREGA-CAIXA-EXIT.
           EXIT.
      *
       LE-CAIXA.
           READ ARQ-CAI AT END MOVE "S" TO FIM-CAI-WS END-READ
           IF ACABOU-CAI GO TO LE-CAIXA-EXIT.
           IF QTD-CAI-WS NOT < 5000
               ADD 1 TO FORA-CAI-WS
               GO TO LE-CAIXA-EXIT.
           ADD 1 TO QTD-CAI-WS
           MOVE FILIAL-CAI-TX    TO FILIAL-TAB-CAI-WS    (QTD-CAI-WS)
           MOVE DATA-CAI-TX      TO DATA-TAB-CAI-WS      (QTD-CAI-WS)
           MOVE VISTA-CAI-TX     TO VISTA-TAB-CAI-WS     (QTD-CAI-WS)
           MOVE BALCAO-CAI-TX    TO BALCAO-TAB-CAI-WS    (QTD-CAI-WS)
           MOVE RECLAM-CAI-TX    TO RECLAM-TAB-CAI-WS    (QTD-CAI-WS)
           MOVE ESPERADO-CAI-TX  TO ESPERADO-TAB-CAI-WS  (QTD-CAI-WS)
           MOVE DEPOSITO-CAI-TX  TO DEPOSITO-TAB-CAI-WS  (QTD-CAI-WS)
           MOVE DIFERENCA-CAI-TX TO DIFERENCA-TAB-CAI-WS (QTD-CAI-WS)
           MOVE OPERADOR-CAI-TX  TO OPERADOR-TAB-CAI-WS  (QTD-CAI-WS)
           MOVE REGISTRO-CAI-TX  TO REGISTRO-TAB-CAI-WS  (QTD-CAI-WS).
       LE-CAIXA-EXIT.
           EXIT.
      *
      *    LINHA DA FILIAL/DIA DO FECHAMENTO (ZEROS = DIA NAO FECHADO)
       ACHA-CAIXA.
           MOVE ZEROS TO IDX-ACHADO-CAI-WS
           PERFORM VARYING IDX-CAI-WS FROM 1 BY 1
               UNTIL IDX-CAI-WS > QTD-CAI-WS
               OR (FILIAL-TAB-CAI-WS (IDX-CAI-WS) = FILIAL-CAIXA-WS
               AND DATA-TAB-CAI-WS (IDX-CAI-WS) = DATA-CAIXA-WS)
           END-PERFORM
           IF IDX-CAI-WS NOT > QTD-CAI-WS
               SET IDX-ACHADO-CAI-WS TO IDX-CAI-WS.
      *
      *    GUARDA O FECHAMENTO NA TABELA (NOVA LINHA OU SUBSTITUI A DO
      *    MESMO DIA)
       REGISTRA-CAIXA.
           IF IDX-ACHADO-CAI-WS = ZEROS
               ADD 1 TO QTD-CAI-WS
               MOVE QTD-CAI-WS TO IDX-ACHADO-CAI-WS.
           MOVE IDX-ACHADO-CAI-WS TO IDX-CAI-WS
           MOVE FILIAL-CAIXA-WS  TO FILIAL-TAB-CAI-WS    (IDX-CAI-WS)
           MOVE DATA-CAIXA-WS    TO DATA-TAB-CAI-WS      (IDX-CAI-WS)
           MOVE VISTA-TOT-WS     TO VISTA-TAB-CAI-WS     (IDX-CAI-WS)
           MOVE BALCAO-TOT-WS    TO BALCAO-TAB-CAI-WS    (IDX-CAI-WS)
           MOVE RECL-TOT-WS      TO RECLAM-TAB-CAI-WS    (IDX-CAI-WS)
           MOVE ESPERADO-WS      TO ESPERADO-TAB-CAI-WS  (IDX-CAI-WS)
           MOVE DEPOSITO-WS      TO DEPOSITO-TAB-CAI-WS  (IDX-CAI-WS)
           MOVE DIFERENCA-WS     TO DIFERENCA-TAB-CAI-WS (IDX-CAI-WS)
           MOVE OPERADOR-EXEC-WS TO OPERADOR-TAB-CAI-WS  (IDX-CAI-WS)
           MOVE HOJE-WS          TO REGISTRO-TAB-CAI-WS  (IDX-CAI-WS).
      *
      *    REGRAVA O ARQUIVO DE DIFERENCAS; DIA FECHADO HA MAIS DE UM
      *    ANO FICA DE FORA
       GRAVA-CAIXA.
           COMPUTE CORTE-CAI-WS = HOJE-WS - 10000
           OPEN OUTPUT ARQ-CAI
           PERFORM GRAVA-LINHA-CAIXA
               VARYING IDX-CAI-WS FROM 1 BY 1
               UNTIL IDX-CAI-WS > QTD-CAI-WS
           CLOSE ARQ-CAI.
      *
       GRAVA-LINHA-CAIXA.
           IF DATA-TAB-CAI-WS (IDX-CAI-WS) NOT < CORTE-CAI-WS
               MOVE FILIAL-TAB-CAI-WS    (IDX-CAI-WS) TO FILIAL-CAI-TX
               MOVE DATA-TAB-CAI-WS      (IDX-CAI-WS) TO DATA-CAI-TX
               MOVE VISTA-TAB-CAI-WS     (IDX-CAI-WS) TO VISTA-CAI-TX
               MOVE BALCAO-TAB-CAI-WS    (IDX-CAI-WS) TO BALCAO-CAI-TX
               MOVE RECLAM-TAB-CAI-WS    (IDX-CAI-WS) TO RECLAM-CAI-TX
               MOVE ESPERADO-TAB-CAI-WS  (IDX-CAI-WS)
                   TO ESPERADO-CAI-TX
               MOVE DEPOSITO-TAB-CAI-WS  (IDX-CAI-WS)
                   TO DEPOSITO-CAI-TX
               MOVE DIFERENCA-TAB-CAI-WS (IDX-CAI-WS)
                   TO DIFERENCA-CAI-TX
               MOVE OPERADOR-TAB-CAI-WS  (IDX-CAI-WS)
                   TO OPERADOR-CAI-TX
               MOVE REGISTRO-TAB-CAI-WS  (IDX-CAI-WS)
                   TO REGISTRO-CAI-TX
               WRITE REGCAI-TX.
      *
      *    DIFERENCA ACUMULADA DA FILIAL NO MES DO CAIXA, ATE O DIA
       ACUMULA-MES.
           MOVE ZEROS TO ACUM-MES-WS DIAS-DIF-MES-WS
           PERFORM SOMA-DIFERENCA-MES
               VARYING IDX-CAI-WS FROM 1 BY 1
               UNTIL IDX-CAI-WS > QTD-CAI-WS.
      *
       SOMA-DIFERENCA-MES.
           IF FILIAL-TAB-CAI-WS (IDX-CAI-WS) = FILIAL-CAIXA-WS
               AND DATA-TAB-CAI-WS (IDX-CAI-WS) (1:6)
                   = DATA-CAIXA-WS (1:6)
               AND DATA-TAB-CAI-WS (IDX-CAI-WS) NOT > DATA-CAIXA-WS
               ADD DIFERENCA-TAB-CAI-WS (IDX-CAI-WS) TO ACUM-MES-WS
               IF DIFERENCA-TAB-CAI-WS (IDX-CAI-WS) NOT = ZEROS
                   ADD 1 TO DIAS-DIF-MES-WS.
      *
       EMITE-RELATORIO.
           OPEN OUTPUT ARQ-REL
           MOVE DIA-CAIXA-WS TO DIA-DMA-WS
           MOVE MES-CAIXA-WS TO MES-DMA-WS
           MOVE ANO-CAIXA-WS TO ANO-DMA-WS
           MOVE DATA-DMA-NUM-WS TO DATA-ED-WS
           MOVE SPACES TO REG-REL
           STRING "FECHAMENTO DO CAIXA DA FILIAL " FILIAL-CAIXA-WS
               " EM " DATA-ED-WS "   OPERADOR " OPERADOR-EXEC-WS
               DELIMITED BY SIZE INTO REG-REL
           WRITE REG-REL
           MOVE SPACES TO REG-REL
           WRITE REG-REL
           WRITE REG-REL FROM CAB1-WS
           WRITE REG-REL FROM CAB2-WS
           PERFORM LISTA-FATURISTA
               VARYING IDX-FAT-WS FROM 1 BY 1
               UNTIL IDX-FAT-WS > QTD-FAT-WS
           MOVE SPACES TO REG-REL
           WRITE REG-REL
           MOVE SPACES TO LINHA-FAT-WS
           MOVE "TOTAL" TO FATUR-LIN-WS
           MOVE QTD-VISTA-TOT-WS TO QTD-VISTA-LIN-WS
           COMPUTE VISTA-LIN-WS = VISTA-TOT-WS / 100
           MOVE QTD-RECL-TOT-WS TO QTD-RECL-LIN-WS
           COMPUTE RECL-LIN-WS = RECL-TOT-WS / 100
           COMPUTE LIQUIDO-WS = VISTA-TOT-WS - RECL-TOT-WS
           COMPUTE LIQUIDO-LIN-WS = LIQUIDO-WS / 100
           WRITE REG-REL FROM LINHA-FAT-WS
           IF FAT-FORA-77 NOT = ZEROS
               MOVE SPACES TO REG-REL
               STRING "NOTAS DE FATURISTAS ALEM DE 200 (SO NO TOTAL): "
                   FAT-FORA-77
                   DELIMITED BY SIZE INTO REG-REL
               WRITE REG-REL.
           MOVE SPACES TO REG-REL
           WRITE REG-REL
           MOVE QTD-BALCAO-TOT-WS TO QTD-ED-WS
           COMPUTE VALOR-ED-WS = BALCAO-TOT-WS / 100
           MOVE SPACES TO REG-REL
           STRING "RECEBIDO NO BALCAO (BAIXAS SEM BANCO) " QTD-ED-WS
               "   " VALOR-ED-WS
               DELIMITED BY SIZE INTO REG-REL
           WRITE REG-REL
           IF SEM-ARQUIVO-BX
               MOVE SPACES TO REG-REL
               STRING "   SEM ARQUIVO DE BAIXAS DO DIA " ARQBX-WS
                   DELIMITED BY SIZE INTO REG-REL
               WRITE REG-REL.
           COMPUTE VALOR-ED-WS = ESPERADO-WS / 100
           MOVE SPACES TO REG-REL
           STRING "ESPERADO PARA DEPOSITO (VISTA + BALCAO - RECL.) "
               VALOR-ED-WS
               DELIMITED BY SIZE INTO REG-REL
           WRITE REG-REL
           COMPUTE VALOR-ED-WS = DEPOSITO-WS / 100
           MOVE SPACES TO REG-REL
           STRING "DEPOSITO INFORMADO PELO GERENTE                 "
               VALOR-ED-WS
               DELIMITED BY SIZE INTO REG-REL
           WRITE REG-REL
           COMPUTE VALOR-ED-WS = DIFERENCA-WS / 100
           MOVE SPACES TO REG-REL
           STRING "DIFERENCA (DEPOSITO - ESPERADO)                 "
               VALOR-ED-WS
               DELIMITED BY SIZE INTO REG-REL
           WRITE REG-REL
           COMPUTE VALOR-ED-WS = ACUM-MES-WS / 100
           MOVE SPACES TO REG-REL
           STRING "DIFERENCA ACUMULADA NO MES ATE O DIA            "
               VALOR-ED-WS "  (" DIAS-DIF-MES-WS " DIAS COM DIF.)"
               DELIMITED BY SIZE INTO REG-REL
           WRITE REG-REL
           CLOSE ARQ-REL.
      *
       LISTA-FATURISTA.
           MOVE SPACES TO LINHA-FAT-WS
           MOVE COD-TAB-FAT-WS (IDX-FAT-WS) TO FATUR-LIN-WS
           MOVE QTD-VISTA-TAB-FAT-WS (IDX-FAT-WS) TO QTD-VISTA-LIN-WS
           COMPUTE VISTA-LIN-WS = VISTA-TAB-FAT-WS (IDX-FAT-WS) / 100
           MOVE QTD-RECL-TAB-FAT-WS (IDX-FAT-WS) TO QTD-RECL-LIN-WS
           COMPUTE RECL-LIN-WS = RECL-TAB-FAT-WS (IDX-FAT-WS) / 100
           COMPUTE LIQUIDO-WS = VISTA-TAB-FAT-WS (IDX-FAT-WS)
               - RECL-TAB-FAT-WS (IDX-FAT-WS)
           COMPUTE LIQUIDO-LIN-WS = LIQUIDO-WS / 100
           WRITE REG-REL FROM LINHA-FAT-WS.
      *
       GRAVA-LOG.
           MOVE "CONVCAIX" TO PROGRAMA-LOG-TX
           ACCEPT DATA-EXEC-LOG-TX FROM DATE YYYYMMDD
           ACCEPT HORA-EXEC-LOG-TX FROM TIME
           MOVE OPERADOR-EXEC-WS TO OPERADOR-LOG-TX
           ACCEPT HORA-FIM-EXEC-WS FROM TIME
           PERFORM CALCULA-DURACAO
           MOVE HORA-INI6-EXEC-WS TO HORA-INI-LOG-TX
           MOVE DURACAO-EXEC-WS TO DURACAO-LOG-TX
           MOVE SPACES TO FILTRO-LOG-TX
           COMPUTE VALOR-ED-WS = DIFERENCA-WS / 100
           STRING "FIL=" FILIAL-CAIXA-WS " " DATA-CAIXA-WS
               " DIF=" VALOR-ED-WS
               DELIMITED BY SIZE
               INTO FILTRO-LOG-TX
           MOVE LIDOS-77 TO LIDOS-LOG-TX
           MOVE BAIXAS-77 TO GRAVADOS-LOG-TX
           MOVE QTD-FAT-WS TO GRAVADOS2-LOG-TX
           MOVE "CONVCAIX.REL" TO NOME-REL-ARR-WS
           PERFORM GUARDA-RELATORIO THRU GUARDA-RELATORIO-EXIT
           OPEN EXTEND ARQ-LOG
           IF  ESTADO-LOG NOT = ZEROS
               OPEN OUTPUT ARQ-LOG.
           WRITE REGLOG-TX
           CLOSE ARQ-LOG.
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
