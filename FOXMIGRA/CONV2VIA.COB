      *
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. CONV2VIA.
       AUTHOR. LUIS AUGUSTO.
      *
      *    DATA DA ALTERACAO: 10/96
      *
      *    SEGUNDA VIA DE NOTA FISCAL A PARTIR DA EXPORTACAO: O
      *    OPERADOR INFORMA O DRIVE DOS ARQS, A FILIAL, A DATA DO
      *    MOVIMENTO E O NUMERO DA NOTA, E O PROGRAMA REMONTA A NOTA
      *    DO CABECALHO (x:MVddmmff.Faa) E DOS ITENS (x:ITddmmff.Faa)
      *    NO LAYOUT DA NOTA DA EMPRESA, MARCADA "2a VIA": EMITENTE
      *    (ARQEMPRE.DAT), DESTINATARIO, FATURA COM AS PARCELAS DA
      *    AGENDA (x:PRddmmff.Faa; SEM A AGENDA, O RESUMO DA
      *    DUPLICATA DO CABECALHO), PRODUTOS, CALCULO DO IMPOSTO,
      *    TRANSPORTADOR E DADOS ADICIONAIS. SAI EM "CONV2VIA.REL",
      *    GUARDADO A CADA NOTA NO ARQUIVO DE RELATORIOS (COPY
      *    ARQRPR). PARA LOTE JA ARQUIVADO, BASTA RESTAURA-LO COM O
      *    CONVREST E INFORMAR AQUI O DRIVE DE DESTINO. VALORES DA
      *    EXPORTACAO EM CENTAVOS, IMPRESSOS EM REAIS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
           SELECT      ARQ-NT     ASSIGN     TO   DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ESTADO.
      *
           SELECT      ARQ-IT     ASSIGN     TO   DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ESTADO-IT.
      *
           SELECT      ARQ-PAR    ASSIGN     TO   DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ESTADO-PAR.
      *
           SELECT      ARQ-REL    ASSIGN     TO   "CONV2VIA.REL"
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
           COPY EMPRESL.
      *
           COPY OPERSL.
      *
       DATA DIVISION.
       FILE SECTION.
      *
      *    ARQUIVO DIARIO DE NOTAS GERADO PELO CONVNOTA (OS CAMPOS
      *    USADOS ESTAO EM NOTA-WS)
       FD  ARQ-NT
           LABEL     RECORD       STANDARD
           VALUE     OF FILE-ID   ARQNT-WS
           DATA      RECORD       REG-NT.
       01  REG-NT                            PIC X(500).
      *
      *    ITENS DAS NOTAS DO DIA (CAMPOS USADOS EM ITEM-WS)
       FD  ARQ-IT
           LABEL     RECORD       STANDARD
           VALUE     OF FILE-ID   ARQIT-WS
           DATA      RECORD       REG-IT.
       01  REG-IT                            PIC X(200).
      *
      *    AGENDA DE PARCELAS DAS NOTAS A PRAZO (CAMPOS EM PARC-WS)
       FD  ARQ-PAR
           LABEL     RECORD       STANDARD
           VALUE     OF FILE-ID   ARQPAR-WS
           DATA      RECORD       REG-PAR.
       01  REG-PAR                           PIC X(65).
      *
       FD  ARQ-REL
           LABEL     RECORD       STANDARD
           VALUE     OF FILE-ID   "CONV2VIA.REL"
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
           COPY FILIALFD.
      *
           COPY EMPREFD.
      *
           COPY OPERFD.
      *
       WORKING-STORAGE SECTION.
      *
      *    OPERADOR DA EXECUCAO (REGISTRADO NO CONVLOG.LOG)
       77  OPERADOR-EXEC-WS VALUE "????????"   PIC X(08).
      *
       77  ESTADO                PIC X(02).
       77  ESTADO-IT             PIC X(02).
       77  ESTADO-PAR            PIC X(02).
       77  ESTADO-REL            PIC X(02).
       77  ESTADO-LOG            PIC X(02).
       77  LIDOS-77        VALUE 0             PIC 9(07).
       77  ITENS-77        VALUE 0             PIC 9(05).
       77  PARCELAS-77     VALUE 0             PIC 9(05).
       77  FIM-NT-WS                           PIC X(01).
           88  ACABOU-NT                       VALUE "S".
       77  FIM-IT-WS                           PIC X(01).
           88  ACABOU-IT                       VALUE "S".
       77  FIM-PAR-WS                          PIC X(01).
           88  ACABOU-PAR                      VALUE "S".
       77  ACHOU-NOTA-WS                       PIC X(01).
           88  ACHOU-NOTA                      VALUE "S".
       77  TEM-IT-WS                           PIC X(01).
           88  TEM-ARQ-IT                      VALUE "S".
       77  TEM-PAR-WS                          PIC X(01).
           88  TEM-ARQ-PAR                     VALUE "S".
       77  LINHAS-PAG-WS   VALUE 0             PIC 9(02).
       77  FOLHA-WS        VALUE 0             PIC 9(02).
       77  I                                   PIC 9(02).
      *
      *    NOTA PEDIDA
       77  U-NOTA-WS       VALUE SPACE         PIC X(01).
       77  FILIAL-NOTA-SEL-WS VALUE ZEROS      PIC 9(02).
       77  NUMERO-NOTA-SEL-WS VALUE ZEROS      PIC 9(06).
       77  DATA-NOTA-77    VALUE ZEROS         PIC 99/99/99.
       01  DATA-NOTA-WS                        PIC 9(06).
       01  FILLER REDEFINES DATA-NOTA-WS.
           05  DDMM-NOTA-WS                    PIC 9(04).
           05  ANO2-NOTA-WS                    PIC 9(02).
       01  FILLER REDEFINES DATA-NOTA-WS.
           05  DIA-NOTA-WS                     PIC 9(02).
           05  MES-NOTA-WS                     PIC 9(02).
           05  FILLER                          PIC 9(02).
       77  ANO4-NOTA-WS                        PIC 9(04).
      *
      *    CABECALHO DA NOTA (MESMO LAYOUT DO ARQNTFS-REG-TX DO
      *    CONVNOTA; SO OS CAMPOS IMPRESSOS TEM NOME)
       01  NOTA-WS.
           05  FILIAL-NOTA-WS                  PIC 9(02).
           05  TIPO-NOTA-WS                    PIC 9(01).
           05  TIPO-FAT-NOTA-WS                PIC 9(01).
           05  NUMERO-NOTA-WS                  PIC 9(06).
           05  CPF-NOTA-WS                     PIC 9(14).
           05  FILLER                          PIC X(01).
           05  NOME-NOTA-WS                    PIC X(40).
           05  END-NOTA-WS                     PIC X(30).
           05  MUN-NOTA-WS                     PIC X(22).
           05  BAIRRO-NOTA-WS                  PIC X(14).
           05  CEP-NOTA-WS                     PIC 9(05).
           05  UF-NOTA-WS                      PIC X(02).
           05  FILLER                          PIC X(03).
           05  INSC-NOTA-WS                    PIC 9(13).
           05  TEL-NOTA-WS                     PIC 9(07).
           05  FILLER                          PIC X(03).
           05  DESCR-SAI-NOTA-WS               PIC X(15).
           05  FILLER                          PIC X(01).
           05  TIPO-TRANSP-NOTA-WS             PIC 9(01).
           05  IND-IMP-NOTA-WS                 PIC 9(01).
           05  FILLER                          PIC X(08).
           05  VENDEDOR-NOTA-WS                PIC 9(03).
           05  FILLER                          PIC X(02).
           05  TOTAL-NOTA-WS                   PIC 9(11).
           05  FRETE-NOTA-WS                   PIC 9(09).
           05  SEGURO-NOTA-WS                  PIC 9(09).
           05  MERCAD-NOTA-WS                  PIC 9(11).
           05  SERVICO-NOTA-WS                 PIC 9(11).
           05  BASE-NOTA-WS                    PIC 9(11).
           05  TRANSP-NOTA-WS                  PIC 9(03).
           05  PLACA-NOTA-WS                   PIC X(06).
           05  PESO-NOTA-WS                    PIC 9(05)V9(03).
           05  CARACT-NOTA-WS                  PIC X(30).
           05  OBS-NOTA-WS                     PIC X(66).
           05  VAL-DUP-NOTA-WS                 PIC 9(11).
           05  VENC-DUP-NOTA-WS                PIC 9(06).
           05  QTD-DUP-NOTA-WS                 PIC 9(01).
           05  INTERV-NOTA-WS                  PIC 9(02).
           05  EMISS-NOTA-WS                   PIC 9(06).
           05  CFO-NOTA-WS                     PIC 9(03).
           05  ALQ-ICM-NOTA-WS                 PIC 9(02)V9(01).
           05  ALQ-ISS-NOTA-WS                 PIC 9(02)V9(01).
           05  FILLER                          PIC X(01).
           05  IPI-NOTA-WS                     PIC 9(09).
           05  FILLER                          PIC X(16).
           05  CEP2-NOTA-WS                    PIC 9(03).
           05  FILLER                          PIC X(08).
           05  BASE-RET-NOTA-WS                PIC 9(11).
           05  VLR-RET-NOTA-WS                 PIC 9(11).
           05  FATURISTA-NOTA-WS               PIC X(05).
           05  EMISS8-NOTA-WS                  PIC X(08).
           05  FILLER                          PIC X(23).
      *
      *    ITEM DA NOTA (ARQNTFS-REG-IT DO CONVNOTA)
       01  ITEM-WS.
           05  FILIAL-ITEM-WS                  PIC 9(02).
           05  NUMERO-ITEM-WS                  PIC 9(06).
           05  CODIGO-ITEM-WS                  PIC X(08).
           05  DESC-ITEM-WS                    PIC X(25).
           05  QTD-ITEM-WS                     PIC 9(05).
           05  UNIT-ITEM-WS                    PIC 9(11).
           05  DESCONTO-ITEM-WS                PIC 9(02)V9(01).
           05  UNID-ITEM-WS                    PIC X(02).
           05  FILLER                          PIC X(22).
           05  CST-ITEM-WS                     PIC X(02).
           05  FILLER                          PIC X(114).
       77  VALOR-ITEM-WS                       PIC 9(11).
       77  SOMA-ITENS-WS                       PIC 9(13).
      *
      *    PARCELA DA AGENDA (REGNTFS-PAR DO CONVNOTA)
       01  PARC-WS.
           05  FILIAL-PARC-WS                  PIC 9(02).
           05  NUMERO-PARC-WS                  PIC 9(06).
           05  PARCELA-PARC-WS                 PIC 9(01).
           05  VENC-PARC-WS                    PIC 9(08).
           05  VALOR-PARC-WS                   PIC 9(11).
           05  FILLER                          PIC X(37).
      *
      *    PARCELAS DA NOTA (ATE 9, O LIMITE DO QTD-DUP)
       01  TAB-PARC-WS.
           05  TAB-PARC-ITEM OCCURS 9 TIMES.
               10  NUM-TAB-PARC-WS             PIC 9(01).
               10  VENC-TAB-PARC-WS            PIC 9(08).
               10  VALOR-TAB-PARC-WS           PIC 9(11).
       77  QTD-PARC-WS     VALUE 0             PIC 9(02).
      *
      *    DATA AAAAMMDD PARA IMPRESSAO
       01  DATA8-WS                            PIC 9(08).
       01  FILLER REDEFINES DATA8-WS.
           05  ANO-DATA8-WS                    PIC 9(04).
           05  MES-DATA8-WS                    PIC 9(02).
           05  DIA-DATA8-WS                    PIC 9(02).
       01  DATA6-WS                            PIC 9(06).
       01  FILLER REDEFINES DATA6-WS.
           05  ANO2-DATA6-WS                   PIC 9(02).
           05  MES-DATA6-WS                    PIC 9(02).
           05  DIA-DATA6-WS                    PIC 9(02).
       01  DATA-ED-WS.
           05  DIA-ED-WS                       PIC 9(02).
           05  FILLER  VALUE "/"               PIC X(01).
           05  MES-ED-WS                       PIC 9(02).
           05  FILLER  VALUE "/"               PIC X(01).
           05  ANO-ED-WS                       PIC 9(04).
      *
      *    IMPOSTOS CALCULADOS (CENTAVOS)
       77  BASE-ICM-WS                         PIC 9(11).
       77  VALOR-ICM-WS                        PIC 9(11).
       77  BASE-SUBST-WS                       PIC 9(11).
       77  SEGURO-WS                           PIC 9(11).
       77  VALOR-ISS-WS                        PIC 9(11).
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
      *    CAMPOS EDITADOS (VALORES EM REAIS)
       77  VALOR-ED-WS                         PIC ZZZ.ZZZ.ZZ9,99.
       77  VALOR2-ED-WS                        PIC ZZZ.ZZZ.ZZ9,99.
       77  VALOR3-ED-WS                        PIC ZZZ.ZZZ.ZZ9,99.
       77  ALIQ-ED-WS                          PIC Z9,9.
       77  PESO-ED-WS                          PIC ZZ.ZZ9,999.
       77  PARC-ED-WS                          PIC 9.
      *
      *    LINHAS DA NOTA
       01  CAB-NF-WS.
           05  FILLER  VALUE "NOTA FISCAL "    PIC X(12).
           05  TIPO-CAB-NF-WS                  PIC X(16).
           05  FILLER  VALUE "No. "            PIC X(04).
           05  NUMERO-CAB-NF-WS                PIC 9(06).
           05  FILLER  VALUE "  FILIAL "       PIC X(09).
           05  FILIAL-CAB-NF-WS                PIC 9(02).
           05  FILLER  VALUE "  FOLHA "        PIC X(08).
           05  FOLHA-CAB-NF-WS                 PIC Z9.
           05  FILLER  VALUE "   *** 2a VIA ***"
                                               PIC X(17).
           05  FILLER                          PIC X(24) VALUE SPACES.
       01  CAB-ITEM-WS.
           05  FILLER  VALUE "CODIGO   DESCRICAO DO PRODUTO      "
                                               PIC X(35).
           05  FILLER  VALUE "UN CST  QTD VALOR UNITARIO DESC "
                                               PIC X(32).
           05  FILLER  VALUE "   VALOR TOTAL"  PIC X(14).
           05  FILLER                          PIC X(19) VALUE SPACES.
       01  LINHA-ITEM-WS.
           05  CODIGO-LIN-WS                   PIC X(08).
           05  FILLER                          PIC X(01) VALUE SPACE.
           05  DESC-LIN-WS                     PIC X(25).
           05  FILLER                          PIC X(01) VALUE SPACE.
           05  UNID-LIN-WS                     PIC X(02).
           05  FILLER                          PIC X(01) VALUE SPACE.
           05  CST-LIN-WS                      PIC X(02).
           05  FILLER                          PIC X(01) VALUE SPACE.
           05  QTD-LIN-WS                      PIC ZZZZ9.
           05  FILLER                          PIC X(01) VALUE SPACE.
           05  UNIT-LIN-WS                     PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER                          PIC X(01) VALUE SPACE.
           05  DESCONTO-LIN-WS                 PIC Z9,9.
           05  FILLER                          PIC X(01) VALUE SPACE.
           05  TOTAL-LIN-WS                    PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER                          PIC X(19) VALUE SPACES.
       01  LINHA-PARC-WS.
           05  FILLER  VALUE "  PARCELA "      PIC X(10).
           05  NUM-LIN-PARC-WS                 PIC 9(01).
           05  FILLER  VALUE "  VENCIMENTO "   PIC X(13).
           05  VENC-LIN-PARC-WS                PIC X(10).
           05  FILLER  VALUE "  VALOR "        PIC X(08).
           05  VALOR-LIN-PARC-WS               PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER                          PIC X(44) VALUE SPACES.
       01  TRACO-WS                            PIC X(100) VALUE ALL "-".
      *
           COPY TELAWS.
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
       01  ARQIT-WS.
           05  U-IT-WS                         PIC X(01).
           05  FILLER VALUE ":IT"              PIC X(03).
           05  DATA-IT-WS                      PIC 9(04).
           05  FILIAL-IT-WS                    PIC 9(02).
           05  FILLER VALUE ".F"               PIC X(02).
           05  ANO-IT-WS                       PIC 9(02).
       01  ARQPAR-WS.
           05  U-PAR-WS                        PIC X(01).
           05  FILLER VALUE ":PR"              PIC X(03).
           05  DATA-PAR-WS                     PIC 9(04).
           05  FILIAL-PAR-WS                   PIC 9(02).
           05  FILLER VALUE ".F"               PIC X(02).
           05  ANO-PAR-WS                      PIC 9(02).
      *
           COPY ARQRVL.
      *
           COPY TRAVAWS.
      *
       PROCEDURE DIVISION.
      *
       INICIO-010.
           DISPLAY (1, 1) ERASE.
           DISPLAY (5, 16) "* SEGUNDA VIA DE NOTA FISCAL *"

           PERFORM CARREGA-FILIAL THRU CARREGA-FILIAL-EXIT
           PERFORM CARREGA-EMPRESA THRU CARREGA-EMPRESA-EXIT

           DISPLAY (9, 10) "Operador................:"
           ACCEPT (, ) OPERADOR-EXEC-WS WITH PROMPT UPDATE
           MOVE "CONV2VIA" TO PROGRAMA-ACE-WS
           PERFORM AUTENTICA-OPERADOR THRU AUTENTICA-OPERADOR-EXIT.
       015-NOTA.
           DISPLAY (10, 10) "Informe o Drive dos arqs:"
           ACCEPT (, ) U-NOTA-WS WITH PROMPT UPDATE
           ACCEPT ESCAPE-77 FROM ESCAPE KEY
           IF ESCAPE-77 NOT = ZEROS STOP RUN.

           DISPLAY (11, 10) "Informe a Filial .......:"
           ACCEPT (, ) FILIAL-NOTA-SEL-WS WITH PROMPT UPDATE
           ACCEPT ESCAPE-77 FROM ESCAPE KEY
           IF ESCAPE-77 NOT = ZEROS GO TO 015-NOTA.
           PERFORM VARYING IDX-FIL-VL-WS FROM 1 BY 1
               UNTIL IDX-FIL-VL-WS > QTD-FILIAL-VL
               OR FILIAL-VL-WS (IDX-FIL-VL-WS) = FILIAL-NOTA-SEL-WS
           END-PERFORM
           IF IDX-FIL-VL-WS > QTD-FILIAL-VL
               DISPLAY (24, 10) "FILIAL INVALIDA - VERIFIQUE O NUMERO"
               GO TO 015-NOTA.

           DISPLAY (12, 10) "Data do movto (dd/mm/aa):"
           ACCEPT (, ) DATA-NOTA-77 WITH PROMPT UPDATE
           ACCEPT ESCAPE-77 FROM ESCAPE KEY
           IF ESCAPE-77 NOT = ZEROS GO TO 015-NOTA.
           MOVE DATA-NOTA-77 TO DATA-NOTA-WS
           IF DIA-NOTA-WS = ZEROS OR DIA-NOTA-WS > 31
               OR MES-NOTA-WS = ZEROS OR MES-NOTA-WS > 12
               DISPLAY (24, 10) "DATA INVALIDA                       "
               GO TO 015-NOTA.
      *    JANELA DE SECULO DA SUITE: 70-99 SAO 19xx, 00-69 SAO 20xx
           IF ANO2-NOTA-WS NOT < 70
               COMPUTE ANO4-NOTA-WS = 1900 + ANO2-NOTA-WS
           ELSE
               COMPUTE ANO4-NOTA-WS = 2000 + ANO2-NOTA-WS.

           DISPLAY (13, 10) "Numero da nota .........:"
           ACCEPT (, ) NUMERO-NOTA-SEL-WS WITH PROMPT UPDATE
           ACCEPT ESCAPE-77 FROM ESCAPE KEY
           IF ESCAPE-77 NOT = ZEROS GO TO 015-NOTA.
           IF NUMERO-NOTA-SEL-WS = ZEROS
               GO TO 015-NOTA.

           DISPLAY (22, 01) ERASE
           ACCEPT HORA-INI-EXEC-WS FROM TIME
           MOVE 0 TO LIDOS-77 ITENS-77 PARCELAS-77
           MOVE U-NOTA-WS TO U-NT-WS U-IT-WS U-PAR-WS
           MOVE DDMM-NOTA-WS TO DATA-NT-WS DATA-IT-WS DATA-PAR-WS
           MOVE FILIAL-NOTA-SEL-WS
               TO FILIAL-NT-WS FILIAL-IT-WS FILIAL-PAR-WS
           MOVE ANO2-NOTA-WS TO ANO-NT-WS ANO-IT-WS ANO-PAR-WS

           PERFORM 100-ACHA-NOTA THRU 100-ACHA-NOTA-EXIT
           IF ESTADO NOT = ZEROS
               DISPLAY (23, 10) "ARQUIVO DE NOTAS NAO ENCONTRADO: "
               DISPLAY (23, 43) ARQNT-WS
               GO TO 015-NOTA.
           IF NOT ACHOU-NOTA
               DISPLAY (23, 10) "NOTA NAO ENCONTRADA NO ARQUIVO "
               DISPLAY (23, 41) ARQNT-WS
               GO TO 015-NOTA.

           PERFORM 200-CARREGA-PARCELAS THRU 200-CARREGA-PARCELAS-EXIT

           OPEN OUTPUT ARQ-REL
           MOVE 0 TO FOLHA-WS
           PERFORM 300-EMITENTE
           PERFORM 310-DESTINATARIO
           PERFORM 320-FATURA THRU 320-FATURA-EXIT
           PERFORM 400-PRODUTOS THRU 400-PRODUTOS-EXIT
           PERFORM 500-IMPOSTO THRU 500-IMPOSTO-FIM
           PERFORM 510-TRANSPORTADOR
           PERFORM 520-ADICIONAIS
           CLOSE ARQ-REL
           PERFORM GRAVA-LOG

           DISPLAY (22, 10) "2a VIA GRAVADA EM CONV2VIA.REL - ITENS:"
           DISPLAY (22, 50) ITENS-77
           IF NOT TEM-ARQ-IT OR ITENS-77 = ZEROS
               DISPLAY (23, 10) "ITENS NAO ENCONTRADOS NO ARQUIVO "
               DISPLAY (23, 43) ARQIT-WS.
           GO TO 015-NOTA.
      *
      *    PROCURA A NOTA (SAIDA - NOTA FISCAL OU OUTRAS SAIDAS) NO
      *    ARQUIVO DO DIA; AS ENTRADAS (TIPO 3) SAO NOTAS DE TERCEIROS
       100-ACHA-NOTA.
           MOVE "N" TO ACHOU-NOTA-WS FIM-NT-WS
           OPEN INPUT ARQ-NT
           IF ESTADO NOT = ZEROS
               GO TO 100-ACHA-NOTA-EXIT.
           PERFORM 110-LE-NOTA THRU 110-LE-NOTA-EXIT
               UNTIL ACABOU-NT OR ACHOU-NOTA
           CLOSE ARQ-NT
           MOVE ZEROS TO ESTADO.
       100-ACHA-NOTA-EXIT.
           EXIT.
      *
       110-LE-NOTA.
           READ ARQ-NT AT END MOVE "S" TO FIM-NT-WS END-READ
           IF ACABOU-NT GO TO 110-LE-NOTA-EXIT.
           IF REG-NT (1:1) = "0" AND REG-NT (2:4) = "CONV"
               GO TO 110-LE-NOTA-EXIT.
           IF REG-NT (1:1) = "9" AND REG-NT (22:479) = SPACES
               GO TO 110-LE-NOTA-EXIT.
           ADD 1 TO LIDOS-77
           MOVE REG-NT TO NOTA-WS
           IF FILIAL-NOTA-WS = FILIAL-NOTA-SEL-WS
               AND NUMERO-NOTA-WS = NUMERO-NOTA-SEL-WS
               AND TIPO-NOTA-WS NOT = 3
               MOVE "S" TO ACHOU-NOTA-WS.
       110-LE-NOTA-EXIT.
           EXIT.
      *
      *    PARCELAS DA NOTA NA AGENDA DO DIA (SEM A AGENDA, A FATURA
      *    SAI COM O RESUMO DA DUPLICATA DO CABECALHO)
       200-CARREGA-PARCELAS.
           MOVE 0 TO QTD-PARC-WS
           MOVE "N" TO TEM-PAR-WS FIM-PAR-WS
           OPEN INPUT ARQ-PAR
           IF ESTADO-PAR NOT = ZEROS
               GO TO 200-CARREGA-PARCELAS-EXIT.
           MOVE "S" TO TEM-PAR-WS
           PERFORM 210-LE-PARCELA THRU 210-LE-PARCELA-EXIT
               UNTIL ACABOU-PAR
           CLOSE ARQ-PAR.
       200-CARREGA-PARCELAS-EXIT.
           EXIT.
      *
       210-LE-PARCELA.
           READ ARQ-PAR AT END MOVE "S" TO FIM-PAR-WS END-READ
           IF ACABOU-PAR GO TO 210-LE-PARCELA-EXIT.
           IF REG-PAR (1:1) = "0" AND REG-PAR (2:4) = "CONV"
               GO TO 210-LE-PARCELA-EXIT.
           IF REG-PAR (1:1) = "9" AND REG-PAR (22:44) = SPACES
               GO TO 210-LE-PARCELA-EXIT.
           ADD 1 TO LIDOS-77
           MOVE REG-PAR TO PARC-WS
           IF FILIAL-PARC-WS NOT = FILIAL-NOTA-SEL-WS
               OR NUMERO-PARC-WS NOT = NUMERO-NOTA-SEL-WS
               GO TO 210-LE-PARCELA-EXIT.
           IF QTD-PARC-WS < 9
               ADD 1 TO QTD-PARC-WS
               MOVE PARCELA-PARC-WS TO NUM-TAB-PARC-WS (QTD-PARC-WS)
               MOVE VENC-PARC-WS TO VENC-TAB-PARC-WS (QTD-PARC-WS)
               MOVE VALOR-PARC-WS TO VALOR-TAB-PARC-WS (QTD-PARC-WS).
       210-LE-PARCELA-EXIT.
           EXIT.
      *
      *    EMITENTE E IDENTIFICACAO DA NOTA
       300-EMITENTE.
           ADD 1 TO FOLHA-WS
           MOVE FILIAL-NOTA-WS TO FILIAL-BUSCA-EMP-WS
           PERFORM ACHA-EMPRESA
           WRITE REG-REL FROM TRACO-WS
           MOVE SPACES TO REG-REL
           STRING ACHADO-RAZAO-EMP-WS
               DELIMITED BY SIZE INTO REG-REL
           WRITE REG-REL
           MOVE SPACES TO REG-REL
           STRING ACHADO-ENDER-EMP-WS " - " ACHADO-UF-EMP-WS
               DELIMITED BY SIZE INTO REG-REL
           WRITE REG-REL
           MOVE SPACES TO REG-REL
           STRING "CGC " ACHADO-CGC-EMP-WS
               "   INSCRICAO ESTADUAL " ACHADO-INSCR-EMP-WS
               DELIMITED BY SIZE INTO REG-REL
           WRITE REG-REL
           PERFORM 330-LINHA-NOTA
           IF EMISS8-NOTA-WS NUMERIC AND EMISS8-NOTA-WS NOT = ZEROS
               MOVE EMISS8-NOTA-WS TO DATA8-WS
           ELSE
               IF EMISS-NOTA-WS NOT = ZEROS
                   MOVE EMISS-NOTA-WS TO DATA6-WS
                   PERFORM 340-EXPANDE-DATA
               ELSE
                   MOVE ANO4-NOTA-WS TO ANO-DATA8-WS
                   MOVE MES-NOTA-WS TO MES-DATA8-WS
                   MOVE DIA-NOTA-WS TO DIA-DATA8-WS.
           PERFORM 350-EDITA-DATA
           MOVE SPACES TO REG-REL
           STRING "NATUREZA DA OPERACAO " DESCR-SAI-NOTA-WS
               "   CFOP " CFO-NOTA-WS
               "   DATA DA EMISSAO " DATA-ED-WS
               DELIMITED BY SIZE INTO REG-REL
           WRITE REG-REL
           MOVE 7 TO LINHAS-PAG-WS.
      *
      *    DESTINATARIO
       310-DESTINATARIO.
           WRITE REG-REL FROM TRACO-WS
           MOVE "DESTINATARIO" TO REG-REL
           WRITE REG-REL
           MOVE SPACES TO REG-REL
           STRING "NOME   " NOME-NOTA-WS
               "   CPF/CGC " CPF-NOTA-WS
               DELIMITED BY SIZE INTO REG-REL
           WRITE REG-REL
           MOVE SPACES TO REG-REL
           STRING "END.   " END-NOTA-WS
               "   BAIRRO " BAIRRO-NOTA-WS
               "   CEP " CEP-NOTA-WS "-" CEP2-NOTA-WS
               DELIMITED BY SIZE INTO REG-REL
           WRITE REG-REL
           MOVE SPACES TO REG-REL
           STRING "MUNIC. " MUN-NOTA-WS "   UF " UF-NOTA-WS
               "   FONE " TEL-NOTA-WS
               "   INSC. ESTADUAL " INSC-NOTA-WS
               DELIMITED BY SIZE INTO REG-REL
           WRITE REG-REL
           ADD 5 TO LINHAS-PAG-WS.
      *
      *    FATURA: PARCELAS DA AGENDA; SEM ELAS, O RESUMO DA DUPLICATA
      *    GRAVADO NO CABECALHO; NOTA A VISTA NAO TEM FATURA
       320-FATURA.
           IF TIPO-FAT-NOTA-WS NOT = 2 AND QTD-PARC-WS = ZEROS
               GO TO 320-FATURA-EXIT.
           WRITE REG-REL FROM TRACO-WS
           MOVE "FATURA" TO REG-REL
           WRITE REG-REL
           ADD 2 TO LINHAS-PAG-WS
           IF QTD-PARC-WS > ZEROS
               PERFORM 325-LINHA-PARCELA
                   VARYING I FROM 1 BY 1 UNTIL I > QTD-PARC-WS
               GO TO 320-FATURA-EXIT.
           MOVE VENC-DUP-NOTA-WS TO DATA6-WS
           PERFORM 340-EXPANDE-DATA
           PERFORM 350-EDITA-DATA
           MOVE QTD-DUP-NOTA-WS TO PARC-ED-WS
           COMPUTE VALOR-ED-WS = VAL-DUP-NOTA-WS / 100
           MOVE SPACES TO REG-REL
           STRING "  " PARC-ED-WS " PARCELA(S)  1o VENCIMENTO "
               DATA-ED-WS "  INTERVALO " INTERV-NOTA-WS
               " DIAS  VALOR " VALOR-ED-WS
               DELIMITED BY SIZE INTO REG-REL
           WRITE REG-REL
           MOVE SPACES TO REG-REL
           IF TEM-ARQ-PAR
               MOVE "  (PARCELAS NAO ENCONTRADAS NA AGENDA DO DIA)"
                   TO REG-REL
           ELSE
               STRING "  (SEM AGENDA DE PARCELAS " ARQPAR-WS ")"
                   DELIMITED BY SIZE INTO REG-REL.
           WRITE REG-REL
           ADD 2 TO LINHAS-PAG-WS.
       320-FATURA-EXIT.
           EXIT.
      *
       325-LINHA-PARCELA.
           MOVE VENC-TAB-PARC-WS (I) TO DATA8-WS
           PERFORM 350-EDITA-DATA
           MOVE NUM-TAB-PARC-WS (I) TO NUM-LIN-PARC-WS
           MOVE DATA-ED-WS TO VENC-LIN-PARC-WS
           COMPUTE VALOR-LIN-PARC-WS = VALOR-TAB-PARC-WS (I) / 100
           WRITE REG-REL FROM LINHA-PARC-WS
           ADD 1 TO PARCELAS-77
           ADD 1 TO LINHAS-PAG-WS.
      *
      *    LINHA DE IDENTIFICACAO DA NOTA (TAMBEM NAS FOLHAS SEGUINTES)
       330-LINHA-NOTA.
           MOVE "(SAIDA)        " TO TIPO-CAB-NF-WS
           IF TIPO-NOTA-WS = 2
               MOVE "(OUTRAS SAIDAS) " TO TIPO-CAB-NF-WS.
           MOVE NUMERO-NOTA-WS TO NUMERO-CAB-NF-WS
           MOVE FILIAL-NOTA-WS TO FILIAL-CAB-NF-WS
           MOVE FOLHA-WS TO FOLHA-CAB-NF-WS
           WRITE REG-REL FROM CAB-NF-WS.
      *
      *    DATA AAMMDD (DATA6-WS) PARA AAAAMMDD (DATA8-WS) PELA JANELA
      *    DE SECULO DA SUITE
       340-EXPANDE-DATA.
           IF DATA6-WS = ZEROS
               MOVE ZEROS TO DATA8-WS
           ELSE
               IF ANO2-DATA6-WS NOT < 70
                   COMPUTE ANO-DATA8-WS = 1900 + ANO2-DATA6-WS
               ELSE
                   COMPUTE ANO-DATA8-WS = 2000 + ANO2-DATA6-WS
               END-IF
               MOVE MES-DATA6-WS TO MES-DATA8-WS
               MOVE DIA-DATA6-WS TO DIA-DATA8-WS.
      *
       350-EDITA-DATA.
           MOVE DIA-DATA8-WS TO DIA-ED-WS
           MOVE MES-DATA8-WS TO MES-ED-WS
           MOVE ANO-DATA8-WS TO ANO-ED-WS.
      *
      *    PRODUTOS: OS ITENS DA NOTA NO ARQUIVO DE ITENS DO DIA, COM
      *    O VALOR LIQUIDO CALCULADO COMO NO CONVNOTA (QUANTIDADE X
      *    UNITARIO, MENOS O DESCONTO PERCENTUAL)
       400-PRODUTOS.
           WRITE REG-REL FROM TRACO-WS
           MOVE "DADOS DO PRODUTO" TO REG-REL
           WRITE REG-REL
           WRITE REG-REL FROM CAB-ITEM-WS
           ADD 3 TO LINHAS-PAG-WS
           MOVE 0 TO SOMA-ITENS-WS
           MOVE "N" TO TEM-IT-WS FIM-IT-WS
           OPEN INPUT ARQ-IT
           IF ESTADO-IT NOT = ZEROS
               MOVE SPACES TO REG-REL
               STRING "** ARQUIVO DE ITENS NAO ENCONTRADO: " ARQIT-WS
                   DELIMITED BY SIZE INTO REG-REL
               WRITE REG-REL
               ADD 1 TO LINHAS-PAG-WS
               GO TO 400-PRODUTOS-EXIT.
           MOVE "S" TO TEM-IT-WS
           PERFORM 410-LE-ITEM THRU 410-LE-ITEM-EXIT UNTIL ACABOU-IT
           CLOSE ARQ-IT
           IF ITENS-77 = ZEROS
               MOVE "** ITENS DA NOTA NAO ENCONTRADOS NO ARQUIVO DO DIA"
                   TO REG-REL
               WRITE REG-REL
               ADD 1 TO LINHAS-PAG-WS.
       400-PRODUTOS-EXIT.
           EXIT.
      *
       410-LE-ITEM.
           READ ARQ-IT AT END MOVE "S" TO FIM-IT-WS END-READ
           IF ACABOU-IT GO TO 410-LE-ITEM-EXIT.
           IF REG-IT (1:1) = "0" AND REG-IT (2:4) = "CONV"
               GO TO 410-LE-ITEM-EXIT.
           IF REG-IT (1:1) = "9" AND REG-IT (22:179) = SPACES
               GO TO 410-LE-ITEM-EXIT.
           ADD 1 TO LIDOS-77
           MOVE REG-IT TO ITEM-WS
           IF FILIAL-ITEM-WS NOT = FILIAL-NOTA-SEL-WS
               OR NUMERO-ITEM-WS NOT = NUMERO-NOTA-SEL-WS
               GO TO 410-LE-ITEM-EXIT.
           IF LINHAS-PAG-WS > 58
               PERFORM 420-NOVA-FOLHA.
           COMPUTE VALOR-ITEM-WS ROUNDED =
                   QTD-ITEM-WS * UNIT-ITEM-WS
                   - (QTD-ITEM-WS * UNIT-ITEM-WS * DESCONTO-ITEM-WS
                      / 100)
           ADD VALOR-ITEM-WS TO SOMA-ITENS-WS
           MOVE CODIGO-ITEM-WS TO CODIGO-LIN-WS
           MOVE DESC-ITEM-WS TO DESC-LIN-WS
           MOVE UNID-ITEM-WS TO UNID-LIN-WS
           MOVE CST-ITEM-WS TO CST-LIN-WS
           MOVE QTD-ITEM-WS TO QTD-LIN-WS
           COMPUTE UNIT-LIN-WS = UNIT-ITEM-WS / 100
           MOVE DESCONTO-ITEM-WS TO DESCONTO-LIN-WS
           COMPUTE TOTAL-LIN-WS = VALOR-ITEM-WS / 100
           WRITE REG-REL FROM LINHA-ITEM-WS
           ADD 1 TO ITENS-77
           ADD 1 TO LINHAS-PAG-WS.
       410-LE-ITEM-EXIT.
           EXIT.
      *
      *    NOTA COM MUITOS ITENS CONTINUA NA FOLHA SEGUINTE
       420-NOVA-FOLHA.
           MOVE "CONTINUA NA FOLHA SEGUINTE" TO REG-REL
           WRITE REG-REL
           ADD 1 TO FOLHA-WS
           MOVE SPACES TO REG-REL
           WRITE REG-REL
           WRITE REG-REL FROM TRACO-WS
           PERFORM 330-LINHA-NOTA
           WRITE REG-REL FROM CAB-ITEM-WS
           MOVE 4 TO LINHAS-PAG-WS.
      *
      *    CALCULO DO IMPOSTO: ICMS SO QUANDO O INDICADOR DE IMPOSTO
      *    TEM ICMS (COMO NA APURACAO); A BASE DA SUBSTITUICAO VEM DO
      *    CAMPO SEGURO QUANDO BASE-RETIDO VEM ZERADO (USO HISTORICO
      *    DO FATURAMENTO, COMO NO CONVRETE)
       500-IMPOSTO.
           MOVE 0 TO BASE-ICM-WS VALOR-ICM-WS VALOR-ISS-WS
           IF IND-IMP-NOTA-WS = 2 OR IND-IMP-NOTA-WS = 3
               OR IND-IMP-NOTA-WS = 6 OR IND-IMP-NOTA-WS = 7
               MOVE BASE-NOTA-WS TO BASE-ICM-WS
               COMPUTE VALOR-ICM-WS ROUNDED =
                   BASE-NOTA-WS * ALQ-ICM-NOTA-WS / 100.
           MOVE BASE-RET-NOTA-WS TO BASE-SUBST-WS
           MOVE SEGURO-NOTA-WS TO SEGURO-WS
           IF BASE-RET-NOTA-WS = ZEROS AND VLR-RET-NOTA-WS NOT = ZEROS
               MOVE SEGURO-NOTA-WS TO BASE-SUBST-WS
               MOVE 0 TO SEGURO-WS.
           WRITE REG-REL FROM TRACO-WS
           MOVE "CALCULO DO IMPOSTO" TO REG-REL
           WRITE REG-REL
           COMPUTE VALOR-ED-WS = BASE-ICM-WS / 100
           MOVE ALQ-ICM-NOTA-WS TO ALIQ-ED-WS
           COMPUTE VALOR2-ED-WS = VALOR-ICM-WS / 100
           MOVE SPACES TO REG-REL
           STRING "BASE DE CALCULO DO ICMS " VALOR-ED-WS
               "   ALIQ. " ALIQ-ED-WS
               "%   VALOR DO ICMS " VALOR2-ED-WS
               DELIMITED BY SIZE INTO REG-REL
           WRITE REG-REL
           COMPUTE VALOR-ED-WS = BASE-SUBST-WS / 100
           COMPUTE VALOR2-ED-WS = VLR-RET-NOTA-WS / 100
           MOVE SPACES TO REG-REL
           STRING "BASE CALC. ICMS SUBST.  " VALOR-ED-WS
               "               VALOR ICMS SUBST. " VALOR2-ED-WS
               DELIMITED BY SIZE INTO REG-REL
           WRITE REG-REL
           COMPUTE VALOR-ED-WS = MERCAD-NOTA-WS / 100
           COMPUTE VALOR2-ED-WS = FRETE-NOTA-WS / 100
           COMPUTE VALOR3-ED-WS = SEGURO-WS / 100
           MOVE SPACES TO REG-REL
           STRING "VALOR DOS PRODUTOS      " VALOR-ED-WS
               "   FRETE " VALOR2-ED-WS
               "   SEGURO " VALOR3-ED-WS
               DELIMITED BY SIZE INTO REG-REL
           WRITE REG-REL
           COMPUTE VALOR-ED-WS = IPI-NOTA-WS / 100
           COMPUTE VALOR2-ED-WS = TOTAL-NOTA-WS / 100
           MOVE SPACES TO REG-REL
           STRING "VALOR DO IPI            " VALOR-ED-WS
               "               VALOR TOTAL DA NOTA " VALOR2-ED-WS
               DELIMITED BY SIZE INTO REG-REL
           WRITE REG-REL
           IF SERVICO-NOTA-WS = ZEROS
               GO TO 500-IMPOSTO-FIM.
           COMPUTE VALOR-ISS-WS ROUNDED =
               SERVICO-NOTA-WS * ALQ-ISS-NOTA-WS / 100
           COMPUTE VALOR-ED-WS = SERVICO-NOTA-WS / 100
           MOVE ALQ-ISS-NOTA-WS TO ALIQ-ED-WS
           COMPUTE VALOR2-ED-WS = VALOR-ISS-WS / 100
           MOVE SPACES TO REG-REL
           STRING "VALOR DOS SERVICOS      " VALOR-ED-WS
               "   ALIQ. " ALIQ-ED-WS
               "%   VALOR DO ISS  " VALOR2-ED-WS
               DELIMITED BY SIZE INTO REG-REL
           WRITE REG-REL.
       500-IMPOSTO-FIM.
           EXIT.
      *
      *    TRANSPORTADOR / VOLUMES
       510-TRANSPORTADOR.
           MOVE SPACES TO TIPO-TRANSP-DESC-WS
           IF TIPO-TRANSP-NOTA-WS > ZEROS AND TIPO-TRANSP-NOTA-WS < 5
               MOVE TIPO-TRANSP-VL (TIPO-TRANSP-NOTA-WS)
                   TO TIPO-TRANSP-DESC-WS.
           MOVE PESO-NOTA-WS TO PESO-ED-WS
           WRITE REG-REL FROM TRACO-WS
           MOVE "TRANSPORTADOR / VOLUMES TRANSPORTADOS" TO REG-REL
           WRITE REG-REL
           MOVE SPACES TO REG-REL
           STRING "TRANSPORTADORA " TRANSP-NOTA-WS
               "   TRANSPORTE " TIPO-TRANSP-DESC-WS
               "   PLACA " PLACA-NOTA-WS
               "   PESO " PESO-ED-WS " KG"
               DELIMITED BY SIZE INTO REG-REL
           WRITE REG-REL
           MOVE SPACES TO REG-REL
           STRING "VOLUMES " CARACT-NOTA-WS
               DELIMITED BY SIZE INTO REG-REL
           WRITE REG-REL.
      *
      *    DADOS ADICIONAIS E A MARCA DA SEGUNDA VIA
       520-ADICIONAIS.
           WRITE REG-REL FROM TRACO-WS
           MOVE "DADOS ADICIONAIS" TO REG-REL
           WRITE REG-REL
           MOVE OBS-NOTA-WS TO REG-REL
           WRITE REG-REL
           MOVE SPACES TO REG-REL
           STRING "VENDEDOR " VENDEDOR-NOTA-WS
               "   FATURISTA " FATURISTA-NOTA-WS
               DELIMITED BY SIZE INTO REG-REL
           WRITE REG-REL
           ACCEPT DATA8-WS FROM DATE YYYYMMDD
           PERFORM 350-EDITA-DATA
           MOVE SPACES TO REG-REL
           STRING "*** 2a VIA EMITIDA EM " DATA-ED-WS
               " POR " OPERADOR-EXEC-WS
               " A PARTIR DA EXPORTACAO " ARQNT-WS " ***"
               DELIMITED BY SIZE INTO REG-REL
           WRITE REG-REL
           WRITE REG-REL FROM TRACO-WS.
      *
      *    GRAVA UMA LINHA NO LOG PERSISTENTE DE EXECUCOES (CONVLOG.LOG)
       GRAVA-LOG.
           MOVE "CONV2VIA" TO PROGRAMA-LOG-TX
           ACCEPT DATA-EXEC-LOG-TX FROM DATE YYYYMMDD
           ACCEPT HORA-EXEC-LOG-TX FROM TIME
           MOVE OPERADOR-EXEC-WS TO OPERADOR-LOG-TX
           ACCEPT HORA-FIM-EXEC-WS FROM TIME
           PERFORM CALCULA-DURACAO
           MOVE HORA-INI6-EXEC-WS TO HORA-INI-LOG-TX
           MOVE DURACAO-EXEC-WS TO DURACAO-LOG-TX
           MOVE SPACES TO FILTRO-LOG-TX
           STRING "FIL=" FILIAL-NOTA-SEL-WS " NF=" NUMERO-NOTA-SEL-WS
               " MES=" MES-NOTA-WS "/" ANO4-NOTA-WS
               " DIA=" DIA-NOTA-WS
               DELIMITED BY SIZE
               INTO FILTRO-LOG-TX
           MOVE LIDOS-77 TO LIDOS-LOG-TX
           MOVE ITENS-77 TO GRAVADOS-LOG-TX
           MOVE PARCELAS-77 TO GRAVADOS2-LOG-TX
           MOVE "CONV2VIA.REL" TO NOME-REL-ARR-WS
           PERFORM GUARDA-RELATORIO THRU GUARDA-RELATORIO-EXIT
           OPEN EXTEND ARQ-LOG
           IF  ESTADO-LOG NOT = ZEROS
               OPEN OUTPUT ARQ-LOG.
           WRITE REGLOG-TX
           CLOSE ARQ-LOG.
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
