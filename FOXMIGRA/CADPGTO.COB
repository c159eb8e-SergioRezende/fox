      *
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. CADPGTO.
       AUTHOR. LUIS AUGUSTO.
      *
      *    DATA DA ALTERACAO: 10/96
      *
      *    LANCAMENTO DOS PAGAMENTOS DO CONTAS A PAGAR: O OPERADOR
      *    INFORMA FORNECEDOR, NOTA E PARCELA; O PROGRAMA LOCALIZA A
      *    PARCELA NA AGENDA DA FILIAL ("x:CPff.TXT", GERADA PELO
      *    CONVPAGA), MOSTRA VENCIMENTO, VALOR, O QUE JA FOI PAGO E O
      *    SALDO, E ACRESCENTA O PAGAMENTO (DATA, VALOR ABATIDO,
      *    JUROS E DESCONTO) AO ARQUIVO PERMANENTE "ARQPGTO.DAT" (EM
      *    EXTEND, COMO A DIGITACAO DA CONTAGEM). PARCELA QUE NAO
      *    CONSTA DA AGENDA E RECUSADA. ESTORNO SE FAZ LANCANDO O
      *    VALOR NEGATIVO. O CONVCPAB ABATE ESTES PAGAMENTOS DA AGENDA
      *    E LISTA O QUE CONTINUA EM ABERTO - O RELATORIO DO CONVPAGA
      *    DEIXA DE SER TICADO A CANETA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
           SELECT      ARQ-CP     ASSIGN     TO   DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ESTADO-CP.
      *
           COPY PGTOSL.
      *
           COPY FILIALSL.
      *
           COPY OPERSL.
      *
       DATA DIVISION.
       FILE SECTION.
      *
      *    AGENDA DO CONTAS A PAGAR (ARQ. "x:CPff.TXT")
       FD  ARQ-CP
           LABEL     RECORD       STANDARD
           VALUE     OF FILE-ID   ARQCP-WS
           DATA      RECORD       REGCP-TX.
       01  REGCP-TX.
           05  FILIAL-CP-TX                  PIC 9(02).
           05  FORN-CP-TX                    PIC 9(04).
           05  NUMERO-CP-TX                  PIC 9(06).
           05  PARCELA-CP-TX                 PIC 9(01).
           05  VENC-CP-TX.
               10  ANO-VENC-CP-TX            PIC 9(04).
               10  MES-VENC-CP-TX            PIC 9(02).
               10  DIA-VENC-CP-TX            PIC 9(02).
           05  VALOR-CP-TX                   PIC 9(13).
       01  REG-CP                            PIC X(36).
      *
           COPY PGTOFD.
      *
           COPY FILIALFD.
      *
           COPY OPERFD.
      *
       WORKING-STORAGE SECTION.
      *
       77  ESTADO-CP             PIC X(02).
       77  I                     PIC 9(02).
       77  E                     PIC 9(02).
       77  DIGITADOS-77 VALUE 0  PIC 9(05).
       77  OPCAO-WS              PIC X(01).
       77  OPERADOR-EXEC-WS VALUE "????????"   PIC X(08).
      *
           COPY OPERWS.
       77  FIM-CP-WS             PIC X(01).
           88  ACABOU-CP         VALUE "S".
       77  ACHOU-CP-WS           PIC X(01).
           88  ACHOU-PARCELA     VALUE "S".
       77  FORN-ED-WS            PIC 9(04).
       77  NUMERO-ED-WS          PIC 9(06).
       77  PARCELA-ED-WS         PIC 9(01).
       77  VALOR-ED-WS           PIC S9(13).
       77  JUROS-ED-WS           PIC 9(11).
       77  DESCONTO-ED-WS        PIC 9(11).
       77  ANO-ED-WS             PIC 9(04).
       77  DD-MM-77    VALUE ZEROS PIC 99/99.
       01  DATA-ED-WS                          PIC 9(04).
       01  FILLER REDEFINES DATA-ED-WS.
           05  DIA-ED-WS                       PIC 9(02).
           05  MES-ED-WS                       PIC 9(02).
      *
      *    SITUACAO DA PARCELA LOCALIZADA NA AGENDA
       01  VENC-ACH-WS.
           05  ANO-VENC-ACH-WS                 PIC 9(04).
           05  MES-VENC-ACH-WS                 PIC 9(02).
           05  DIA-VENC-ACH-WS                 PIC 9(02).
       77  VALOR-ACH-WS                        PIC 9(13).
       77  PAGO-ACH-WS                         PIC S9(13).
       77  SALDO-ACH-WS                        PIC S9(13).
       77  VALOR-TELA-WS                       PIC -Z.ZZZ.ZZZ.ZZZ.ZZ9.
      *
       01  ARQCP-WS.
           05  U-CP-WS                         PIC X(01).
           05  FILLER VALUE ":CP"              PIC X(03).
           05  FILIAL-CP-WS                    PIC 9(02).
           05  FILLER VALUE ".TXT"             PIC X(04).
           05  FILLER                          PIC X(01).
      *
           COPY TELAWS.
           COPY FILIALVL.
           COPY PGTOVL.
      *
       PROCEDURE DIVISION.
      *
       INICIO-010.
           DISPLAY (1, 1) ERASE.
       015-DATAS.
           DISPLAY (2, 14) "* PAGAMENTOS DO CONTAS A PAGAR *"

           PERFORM CARREGA-FILIAL THRU CARREGA-FILIAL-EXIT

           DISPLAY (4, 05) "Operador................:"
           ACCEPT (, ) OPERADOR-EXEC-WS WITH PROMPT UPDATE
           MOVE "CADPGTO" TO PROGRAMA-ACE-WS
           PERFORM AUTENTICA-OPERADOR THRU AUTENTICA-OPERADOR-EXIT

           DISPLAY (5, 05) "Informe o Drive dos arqs:"
           ACCEPT (, ) U-CP-WS WITH PROMPT UPDATE
           ACCEPT ESCAPE-77 FROM ESCAPE KEY
           IF ESCAPE-77 NOT = ZEROS STOP RUN.

           DISPLAY (6, 05) "Informe a Filial .......:"
           ACCEPT (, ) FILIAL-CP-WS WITH PROMPT UPDATE
           IF ESCAPE-77 NOT = ZEROS GO TO 015-DATAS.
           PERFORM VARYING IDX-FIL-VL-WS FROM 1 BY 1
               UNTIL IDX-FIL-VL-WS > QTD-FILIAL-VL
               OR FILIAL-VL-WS (IDX-FIL-VL-WS) = FILIAL-CP-WS
           END-PERFORM
           IF IDX-FIL-VL-WS > QTD-FILIAL-VL
               DISPLAY (24, 05) "FILIAL INVALIDA - VERIFIQUE O NUMERO"
               GO TO 015-DATAS.

           MOVE FILIAL-CP-WS TO FILIAL-BUSCA-PGT-WS
           PERFORM CARREGA-PGTO THRU CARREGA-PGTO-EXIT
           OPEN EXTEND ARQ-PGT
           IF ESTADO-PGT NOT = ZEROS
               OPEN OUTPUT ARQ-PGT.
           MOVE 0 TO DIGITADOS-77
           DISPLAY (7, 05) "LANCADOS:".
      *
      *    UM PAGAMENTO POR VEZ: FORNECEDOR ZERADO (OU ESC) ENCERRA
       020-DIGITA.
           MOVE ZEROS TO FORN-ED-WS NUMERO-ED-WS PARCELA-ED-WS
           DISPLAY (9, 05) "Fornecedor (0=Fim)......:"
           ACCEPT (, ) FORN-ED-WS WITH PROMPT UPDATE
           IF ESCAPE-77 NOT = ZEROS OR FORN-ED-WS = ZEROS
               GO TO 090-ENCERRA.
           DISPLAY (10, 05) "Nota fiscal.............:"
           ACCEPT (, ) NUMERO-ED-WS WITH PROMPT UPDATE
           IF ESCAPE-77 NOT = ZEROS GO TO 020-DIGITA.
           DISPLAY (11, 05) "Parcela.................:"
           ACCEPT (, ) PARCELA-ED-WS WITH PROMPT UPDATE
           IF ESCAPE-77 NOT = ZEROS GO TO 020-DIGITA.
           PERFORM LOCALIZA-PARCELA THRU LOCALIZA-PARCELA-EXIT
           IF NOT ACHOU-PARCELA
               DISPLAY (24, 05) "PARCELA NAO CONSTA DA AGENDA      "
               GO TO 020-DIGITA.
           DISPLAY (24, 05) "                                  "
           MOVE FORN-ED-WS    TO FORN-BUSCA-PGT-WS
           MOVE NUMERO-ED-WS  TO NUMERO-BUSCA-PGT-WS
           MOVE PARCELA-ED-WS TO PARCELA-BUSCA-PGT-WS
           PERFORM ACHA-PGTO
           MOVE 0 TO PAGO-ACH-WS
           IF IDX-ACHADO-PGT-WS NOT = ZEROS
               MOVE VALOR-TAB-PGT-WS (IDX-ACHADO-PGT-WS)
                   TO PAGO-ACH-WS.
           COMPUTE SALDO-ACH-WS = VALOR-ACH-WS - PAGO-ACH-WS
           DISPLAY (13, 05) "Vencimento..............:"
           DISPLAY (13, 31) DIA-VENC-ACH-WS "/" MES-VENC-ACH-WS "/"
               ANO-VENC-ACH-WS
           DISPLAY (14, 05) "Valor da parcela........:"
           MOVE VALOR-ACH-WS TO VALOR-TELA-WS
           DISPLAY (14, 31) VALOR-TELA-WS
           DISPLAY (15, 05) "Ja pago.................:"
           MOVE PAGO-ACH-WS TO VALOR-TELA-WS
           DISPLAY (15, 31) VALOR-TELA-WS
           DISPLAY (16, 05) "Saldo em aberto.........:"
           MOVE SALDO-ACH-WS TO VALOR-TELA-WS
           DISPLAY (16, 31) VALOR-TELA-WS

           MOVE ZEROS TO DD-MM-77
           DISPLAY (18, 05) "Data do pagto (dd/mm)...:"
           ACCEPT (, ) DD-MM-77 WITH PROMPT UPDATE
           IF ESCAPE-77 NOT = ZEROS GO TO 020-DIGITA.
           MOVE DD-MM-77 TO DATA-ED-WS
           IF DIA-ED-WS = ZEROS OR DIA-ED-WS > 31
           OR MES-ED-WS = ZEROS OR MES-ED-WS > 12
               DISPLAY (24, 05) "DATA INVALIDA                     "
               GO TO 020-DIGITA.
           DISPLAY (18, 40) "Ano (aaaa):"
           ACCEPT (18, 52) ANO-ED-WS WITH PROMPT UPDATE
           IF ESCAPE-77 NOT = ZEROS OR ANO-ED-WS = ZEROS
               GO TO 020-DIGITA.
           MOVE SALDO-ACH-WS TO VALOR-ED-WS
           MOVE ZEROS TO JUROS-ED-WS DESCONTO-ED-WS
           DISPLAY (19, 05) "Valor abatido (centavos):"
           ACCEPT (, ) VALOR-ED-WS WITH PROMPT UPDATE
           IF ESCAPE-77 NOT = ZEROS GO TO 020-DIGITA.
           DISPLAY (20, 05) "Juros pagos (centavos)..:"
           ACCEPT (, ) JUROS-ED-WS WITH PROMPT UPDATE
           DISPLAY (21, 05) "Desconto (centavos).....:"
           ACCEPT (, ) DESCONTO-ED-WS WITH PROMPT UPDATE
           IF VALOR-ED-WS > SALDO-ACH-WS
               DISPLAY (24, 05) "ATENCAO: VALOR MAIOR QUE O SALDO  ".
           MOVE "N" TO OPCAO-WS
           DISPLAY (22, 05) "Confirma o pagamento (S/N):"
           ACCEPT (, ) OPCAO-WS WITH PROMPT UPDATE
           IF OPCAO-WS NOT = "S"
               PERFORM LIMPA-TELA
               GO TO 020-DIGITA.
           MOVE FILIAL-CP-WS     TO FILIAL-PGT-TX
           MOVE FORN-ED-WS       TO FORN-PGT-TX
           MOVE NUMERO-ED-WS     TO NUMERO-PGT-TX
           MOVE PARCELA-ED-WS    TO PARCELA-PGT-TX
           MOVE ANO-ED-WS        TO ANO-PGT-TX
           MOVE MES-ED-WS        TO MES-PGT-TX
           MOVE DIA-ED-WS        TO DIA-PGT-TX
           MOVE VALOR-ED-WS      TO VALOR-PGT-TX
           MOVE JUROS-ED-WS      TO JUROS-PGT-TX
           MOVE DESCONTO-ED-WS   TO DESCONTO-PGT-TX
           MOVE OPERADOR-EXEC-WS TO OPERADOR-PGT-TX
           ACCEPT DATA-LANC-PGT-TX FROM DATE YYYYMMDD
           WRITE REGPGT-TX
           PERFORM ACUMULA-PGTO THRU ACUMULA-PGTO-EXIT
           ADD 1 TO DIGITADOS-77
           DISPLAY (7, 15) DIGITADOS-77
           PERFORM LIMPA-TELA
           GO TO 020-DIGITA.
      *
       090-ENCERRA.
           CLOSE ARQ-PGT
           DISPLAY (23, 05) "PAGAMENTOS GRAVADOS (ARQPGTO.DAT)"
           STOP RUN.
      *
      *    PROCURA FORNECEDOR/NOTA/PARCELA NA AGENDA DA FILIAL
       LOCALIZA-PARCELA.
           MOVE "N" TO ACHOU-CP-WS
           MOVE "N" TO FIM-CP-WS
           OPEN INPUT ARQ-CP
           IF ESTADO-CP NOT = ZEROS
               GO TO LOCALIZA-PARCELA-EXIT.
           PERFORM LE-AGENDA THRU LE-AGENDA-EXIT
               UNTIL ACABOU-CP OR ACHOU-PARCELA
           CLOSE ARQ-CP.
       LOCALIZA-PARCELA-EXIT.
           EXIT.
      *
       LE-AGENDA.
           READ ARQ-CP AT END MOVE "S" TO FIM-CP-WS END-READ
           IF ACABOU-CP GO TO LE-AGENDA-EXIT.
           IF REG-CP (1:1) = "0" AND REG-CP (2:4) = "CONV"
               GO TO LE-AGENDA-EXIT.
           IF REG-CP (1:1) = "9" AND REG-CP (22:15) = SPACES
               GO TO LE-AGENDA-EXIT.
           IF FORN-CP-TX = FORN-ED-WS
           AND NUMERO-CP-TX = NUMERO-ED-WS
           AND PARCELA-CP-TX = PARCELA-ED-WS
               MOVE "S" TO ACHOU-CP-WS
               MOVE VENC-CP-TX TO VENC-ACH-WS
               MOVE VALOR-CP-TX TO VALOR-ACH-WS.
       LE-AGENDA-EXIT.
           EXIT.
      *
       LIMPA-TELA.
           DISPLAY (13, 01) ERASE.
      *
           COPY FILIALPR.
      *
           COPY PGTOPR.
      *
           COPY OPERPR.
