      *
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. CADDISP.
       AUTHOR. LUIS AUGUSTO.
      *
      *    DATA DA ALTERACAO: 10/96
      *
      *    CONSULTA DE DISPONIBILIDADE DE PRODUTO ENTRE FILIAIS: PELO
      *    CODIGO, OU PROCURANDO PARTE DA DESCRICAO NO ARQFIXO.TXT
      *    (CONVFIXO), MOSTRA NUMA TELA SO, PARA CADA FILIAL ATIVA DO
      *    ARQFILIA.DAT, O ESTOQUE, A QUANTIDADE RESERVADA PELOS
      *    VENDEDORES, A QUANTIDADE LIVRE, A LOCACAO E AS DATAS DA
      *    ULTIMA ENTRADA E DA ULTIMA SAIDA, ALEM DA DESCRICAO,
      *    UNIDADE E PRECO DE TABELA DO ARQFIXO.TXT.
      *    OS SALDOS SAEM DO ULTIMO EXTRATO "x:ARQALXff.TXT" (CONVSALD)
      *    DE CADA FILIAL, NO DRIVE DA FILIAL NO ARQFILIA.DAT (DRIVE EM
      *    BRANCO = DRIVE INFORMADO NA TELA); NENHUM ARQUIVO BTRIEVE
      *    E ABERTO. A DATA DE GERACAO DO EXTRATO SAI NA LINHA DA
      *    FILIAL PARA O BALCAO SABER DE QUANDO E O SALDO.
      *    A QUANTIDADE RESERVADA SAI DO "x:ARQALXffDSP.TXT", GERADO
      *    PELO CONVSALD JUNTO COM O EXTRATO (ARQUIVO LOCAL, NAO
      *    TRANSMITIDO). SEM ELE, OU COM DATA DE GERACAO DIFERENTE DA
      *    DO EXTRATO, A RESERVA SAI "N/D" E TODO O ESTOQUE COMO LIVRE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
           SELECT      ARQ-TX     ASSIGN     TO   DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ESTADO-TX.
      *
           SELECT      ARQ-ALX    ASSIGN     TO   DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ESTADO-ALX.
      *
           SELECT      ARQ-RSV    ASSIGN     TO   DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ESTADO-RSV.
      *
           COPY FILIALSL.
      *
           COPY OPERSL.
      *
       DATA DIVISION.
       FILE SECTION.
      *
      *    CADASTRO FIXO EXPORTADO PELO CONVFIXO (ARQ. "ARQFIXO.TXT")
       FD  ARQ-TX
           LABEL     RECORD       STANDARD
           VALUE     OF FILE-ID   ARQFIXO-TX
           DATA      RECORD       REGFIXO-TX.
       01  REGFIXO-TX.
           05  CODIGO-NUM-TX                   PIC 9(07).
           05  DESCRICAO-TX                    PIC X(25).
           05  FILLER                          PIC X(16).
           05  UNIDADE-TX                      PIC X(02).
           05  FORNECEDOR-TX                   PIC 9(03).
           05  VALOR-TAB-TX                    PIC 9(11).
           05  PESO-TX                         PIC 9(04)V9(03).
           05  STATUS-TX                       PIC X(01).
               88  ITEM-INATIVO-TX VALUE "I", "D".
           05  FILLER                          PIC X(24).
      *
      *    SALDOS DE ESTOQUE GERADOS PELO CONVSALD (x:ARQALXff.TXT):
      *    SO OS CAMPOS QUE A CONSULTA USA SAO MAPEADOS
       FD  ARQ-ALX
           LABEL     RECORD       STANDARD
           VALUE     OF FILE-ID   ARQALX-WS
           DATA      RECORD       REG-ALX.
       01  REG-ALX                           PIC X(300).
       01  REG-ALX-DET.
           05  FILIAL-ALX                    PIC 9(02).
           05  CODIGO-ALX                    PIC 9(07).
           05  FILLER                        PIC X(12).
           05  LOCACAO-ALX                   PIC X(05).
           05  QTD-EST-ALX                   PIC 9(05).
           05  FILLER                        PIC X(11).
           05  DT-ULT-ENT-ALX                PIC 9(06).
           05  DT-ULT-SAI-ALX                PIC 9(06).
           05  FILLER                        PIC X(246).
      *
      *    RESERVA POR ITEM GERADA PELO CONVSALD (x:ARQALXffDSP.TXT)
       FD  ARQ-RSV
           LABEL     RECORD       STANDARD
           VALUE     OF FILE-ID   ARQRSV-WS
           DATA      RECORD       REG-RSV.
       01  REG-RSV                           PIC X(65).
       01  REG-RSV-DET.
           05  FILIAL-RSV                    PIC 9(02).
           05  CODIGO-RSV                    PIC 9(07).
           05  QTD-RESERVA-RSV               PIC 9(06).
           05  FILLER                        PIC X(50).
      *
           COPY FILIALFD.
      *
           COPY OPERFD.
      *
       WORKING-STORAGE SECTION.
      *
       77  ESTADO-TX             PIC X(02).
       77  ESTADO-ALX            PIC X(02).
       77  ESTADO-RSV            PIC X(02).
       77  OPCAO-WS              PIC X(01).
       77  FIM-TX-WS                           PIC X(01).
           88  ACABOU-TX                       VALUE "S".
       77  FIM-ALX-WS                          PIC X(01).
           88  ACABOU-ALX                      VALUE "S".
       77  FIM-RSV-WS                          PIC X(01).
           88  ACABOU-RSV                      VALUE "S".
       77  ACHOU-RSV-WS                        PIC X(01).
           88  ACHOU-RSV                       VALUE "S".
      *
      *    PRODUTO CONSULTADO E TEXTO DA BUSCA POR DESCRICAO
       77  CODIGO-CON-WS   VALUE ZEROS         PIC 9(07).
       77  TEXTO-BUSCA-WS  VALUE SPACES        PIC X(25).
       77  TAM-BUSCA-WS                        PIC 9(02).
       77  CONTA-BUSCA-WS                      PIC 9(02).
       77  ESCOLHA-WS                          PIC 9(02).
      *
      *    SITUACAO DO PRODUTO NO ARQFIXO.TXT: "S" ACHOU, "N" NAO
      *    ACHOU, "A" ARQUIVO AUSENTE
       77  ACHOU-FIX-WS                        PIC X(01).
           88  PRODUTO-ACHADO                  VALUE "S".
       77  DESCR-CON-WS                        PIC X(25).
       77  UNIDADE-CON-WS                      PIC X(02).
       77  VALOR-CON-WS                        PIC 9(11).
       77  STATUS-CON-WS                       PIC X(01).
           88  PRODUTO-INATIVO                 VALUE "I", "D".
      *
      *    ITENS ACHADOS NA BUSCA POR DESCRICAO, 10 POR TELA
       77  QTD-ACH-WS      VALUE 0             PIC 9(02).
       77  IDX-ACH-WS                          PIC 9(02).
       77  LINHA-ACH-WS                        PIC 9(02).
       01  TAB-ACH-WS.
           05  TAB-ACH-ITEM OCCURS 10 TIMES.
               10  CODIGO-ACH-WS               PIC 9(07).
               10  DESCR-ACH-WS                PIC X(25).
               10  UNIDADE-ACH-WS              PIC X(02).
               10  VALOR-ACH-WS                PIC 9(11).
               10  STATUS-ACH-WS               PIC X(01).
      *
      *    SALDO DO PRODUTO EM CADA FILIAL ATIVA. SITUACAO: "S" ITEM
      *    NO EXTRATO, "N" NAO CONSTA, "A" EXTRATO AUSENTE
       77  IDX-DSP-WS                          PIC 9(02).
       77  INICIO-DSP-WS                       PIC 9(02).
       77  LINHA-DSP-WS                        PIC 9(02).
       77  MOSTRADAS-77                        PIC 9(02).
       77  DATA-GER-WS                         PIC 9(08).
       77  DATA-RSV-WS                         PIC 9(08).
       77  QTD-RESERVA-WS                      PIC 9(06).
       01  TAB-DSP-WS.
           05  TAB-DSP-ITEM OCCURS 20 TIMES.
               10  SITUACAO-DSP-WS             PIC X(01).
                   88  ITEM-NA-FILIAL          VALUE "S".
                   88  EXTRATO-AUSENTE         VALUE "A".
               10  RESERVA-DSP-SIT-WS          PIC X(01).
                   88  RESERVA-NAO-INFORMADA   VALUE "N".
               10  ESTOQUE-DSP-WS              PIC 9(05).
               10  RESERVA-DSP-WS              PIC 9(06).
               10  LIVRE-DSP-WS                PIC S9(06).
               10  LOCACAO-DSP-WS              PIC X(05).
               10  ULT-ENT-DSP-WS              PIC 9(06).
               10  ULT-SAI-DSP-WS              PIC 9(06).
               10  GERACAO-DSP-WS              PIC 9(08).
       77  TOT-ESTOQUE-WS                      PIC 9(07).
       77  TOT-RESERVA-WS                      PIC 9(07).
       77  TOT-LIVRE-WS                        PIC S9(07).
       77  FILIAIS-COM-77                      PIC 9(02).
      *
       01  ARQFIXO-TX.
           05  U-FIXO-TX                       PIC X(01).
           05  FILLER VALUE ":ARQFIXO.TXT"     PIC X(12).
       01  ARQALX-WS.
           05  U-ALX-WS                        PIC X(01).
           05  FILLER VALUE ":ARQALX"          PIC X(07).
           05  FILIAL-ALX-WS                   PIC 9(02).
           05  FILLER VALUE ".TXT"             PIC X(04).
       01  ARQRSV-WS.
           05  U-RSV-WS                        PIC X(01).
           05  FILLER VALUE ":ARQALX"          PIC X(07).
           05  FILIAL-RSV-WS                   PIC 9(02).
           05  FILLER VALUE "DSP.TXT"          PIC X(07).
       77  U-FIL-WS                            PIC X(01).
      *
      *    CAMPOS EDITADOS DA TELA
       77  VALOR-TELA-WS                       PIC ZZ.ZZZ.ZZZ.ZZ9.
       77  TOTAL-TELA-WS                       PIC Z.ZZZ.ZZ9.
       77  TOTAL-SIN-TELA-WS                   PIC Z.ZZZ.ZZ9-.
       01  DATA-AUX-WS                         PIC 9(06).
       01  FILLER REDEFINES DATA-AUX-WS.
           05  ANO-AUX-WS                      PIC 9(02).
           05  MES-AUX-WS                      PIC 9(02).
           05  DIA-AUX-WS                      PIC 9(02).
       01  DATA-GER-AUX-WS                     PIC 9(08).
       01  FILLER REDEFINES DATA-GER-AUX-WS.
           05  ANO-GER-AUX-WS                  PIC 9(04).
           05  MES-GER-AUX-WS                  PIC 9(02).
           05  DIA-GER-AUX-WS                  PIC 9(02).
       01  DATA-CURTA-WS.
           05  DIA-CUR-WS                      PIC 9(02).
           05  FILLER  VALUE "/"               PIC X(01).
           05  MES-CUR-WS                      PIC 9(02).
           05  FILLER  VALUE "/"               PIC X(01).
           05  ANO-CUR-WS                      PIC 9(02).
      *
       01  LINHA-ACH-TELA-WS.
           05  NUM-LAC-WS                      PIC Z9.
           05  FILLER                          PIC X(02) VALUE SPACES.
           05  CODIGO-LAC-WS                   PIC 9(07).
           05  FILLER                          PIC X(02) VALUE SPACES.
           05  DESCR-LAC-WS                    PIC X(25).
           05  FILLER                          PIC X(02) VALUE SPACES.
           05  UNIDADE-LAC-WS                  PIC X(02).
           05  FILLER                          PIC X(02) VALUE SPACES.
           05  VALOR-LAC-WS                    PIC ZZ.ZZZ.ZZZ.ZZ9.
           05  FILLER                          PIC X(02) VALUE SPACES.
           05  STATUS-LAC-WS                   PIC X(07).
      *
       01  LINHA-FIL-WS.
           05  FILIAL-LFL-WS                   PIC 9(02).
           05  FILLER                          PIC X(01) VALUE SPACES.
           05  NOME-LFL-WS                     PIC X(15).
           05  FILLER                          PIC X(01) VALUE SPACES.
           05  DETALHE-LFL-WS.
               10  ESTOQUE-LFL-WS              PIC ZZ.ZZ9.
               10  FILLER                      PIC X(01) VALUE SPACES.
               10  RESERVA-LFL-WS              PIC X(07).
               10  FILLER                      PIC X(01) VALUE SPACES.
               10  LIVRE-LFL-WS                PIC ZZ.ZZ9-.
               10  FILLER                      PIC X(02) VALUE SPACES.
               10  LOCACAO-LFL-WS              PIC X(05).
               10  FILLER                      PIC X(02) VALUE SPACES.
               10  ULT-ENT-LFL-WS              PIC X(08).
               10  FILLER                      PIC X(02) VALUE SPACES.
               10  ULT-SAI-LFL-WS              PIC X(08).
               10  FILLER                      PIC X(02) VALUE SPACES.
               10  GERACAO-LFL-WS              PIC X(05).
           05  FILLER REDEFINES DETALHE-LFL-WS.
               10  AVISO-LFL-WS                PIC X(56).
       77  RESERVA-ED-WS                       PIC ZZZ.ZZ9.
      *
           COPY TELAWS.
      *
      *    OPERADOR DA CONSULTA, CONFERIDO NO CADASTRO DE
      *    OPERADORES (COPY OPERPR)
       77  OPERADOR-EXEC-WS VALUE "????????"   PIC X(08).
      *
           COPY OPERWS.
           COPY FILIALVL.
      *
       PROCEDURE DIVISION.
      *
       INICIO-010.
           DISPLAY (1, 1) ERASE.
           DISPLAY (2, 10) "* DISPONIBILIDADE DE PRODUTO NAS FILIAIS *"
           PERFORM CARREGA-FILIAL THRU CARREGA-FILIAL-EXIT
           DISPLAY (4, 05) "Operador................:"
           ACCEPT (, ) OPERADOR-EXEC-WS WITH PROMPT UPDATE
           MOVE "CADDISP" TO PROGRAMA-ACE-WS
           PERFORM AUTENTICA-OPERADOR THRU AUTENTICA-OPERADOR-EXIT.
       012-DRIVE.
           DISPLAY (1, 1) ERASE
           DISPLAY (2, 10) "* DISPONIBILIDADE DE PRODUTO NAS FILIAIS *"
           DISPLAY (4, 05) "Drive do ARQFIXO.TXT....:"
           ACCEPT (, ) U-FIXO-TX WITH PROMPT UPDATE
           ACCEPT ESCAPE-77 FROM ESCAPE KEY
           IF ESCAPE-77 NOT = ZEROS STOP RUN.
           DISPLAY (5, 05) "Drive padrao das filiais:"
           MOVE U-FIXO-TX TO U-FIL-WS
           ACCEPT (, ) U-FIL-WS WITH PROMPT UPDATE
           ACCEPT ESCAPE-77 FROM ESCAPE KEY
           IF ESCAPE-77 NOT = ZEROS GO TO 012-DRIVE.
      *
      *    PRODUTO PELO CODIGO; CODIGO ZERADO PROCURA PELA DESCRICAO.
      *    ESC VOLTA PARA OS DRIVES
       015-PRODUTO.
           DISPLAY (7, 01) ERASE
           MOVE ZEROS TO CODIGO-CON-WS
           MOVE SPACES TO TEXTO-BUSCA-WS
           DISPLAY (7, 05) "Codigo do produto.......:"
           DISPLAY (8, 05) "ou parte da descricao...:"
           ACCEPT (7, 31) CODIGO-CON-WS WITH PROMPT UPDATE
           ACCEPT ESCAPE-77 FROM ESCAPE KEY
           IF ESCAPE-77 NOT = ZEROS GO TO 012-DRIVE.
           IF CODIGO-CON-WS NOT = ZEROS
               GO TO 030-CONSULTA.
           ACCEPT (8, 31) TEXTO-BUSCA-WS WITH PROMPT UPDATE
           ACCEPT ESCAPE-77 FROM ESCAPE KEY
           IF ESCAPE-77 NOT = ZEROS GO TO 015-PRODUTO.
           IF TEXTO-BUSCA-WS = SPACES GO TO 015-PRODUTO.
           MOVE 0 TO TAM-BUSCA-WS
           INSPECT TEXTO-BUSCA-WS TALLYING TAM-BUSCA-WS
               FOR CHARACTERS BEFORE INITIAL "  "
           IF TAM-BUSCA-WS = ZEROS GO TO 015-PRODUTO.
           MOVE "N" TO FIM-TX-WS
           OPEN INPUT ARQ-TX
           IF ESTADO-TX NOT = ZEROS
               DISPLAY (24, 05) "ARQFIXO.TXT AUSENTE - RODE O CONVFIXO"
               GO TO 015-PRODUTO.
      *
      *    BUSCA POR DESCRICAO: 10 ITENS POR TELA, NA ORDEM DO
      *    ARQFIXO.TXT; 0 MOSTRA OS PROXIMOS
       020-BUSCA.
           DISPLAY (24, 05) "PROCURANDO...                        "
           MOVE 0 TO QTD-ACH-WS
           PERFORM LE-BUSCA THRU LE-BUSCA-EXIT
               UNTIL ACABOU-TX OR QTD-ACH-WS = 10
           DISPLAY (24, 05) "                                     "
           IF QTD-ACH-WS = ZEROS
               CLOSE ARQ-TX
               DISPLAY (24, 05) "NENHUM ITEM COM ESSA DESCRICAO"
               GO TO 015-PRODUTO.
           DISPLAY (10, 01) ERASE
           DISPLAY (10, 01)
               " N  CODIGO   DESCRICAO                  UN"
           DISPLAY (10, 50) "PRECO TABELA"
           MOVE 10 TO LINHA-ACH-WS
           PERFORM MOSTRA-ACHADO
               VARYING IDX-ACH-WS FROM 1 BY 1
               UNTIL IDX-ACH-WS > QTD-ACH-WS.
       022-ESCOLHA.
           MOVE ZEROS TO ESCOLHA-WS
           IF ACABOU-TX
               DISPLAY (23, 05) "Numero do item (ESC=nova busca)..:"
           ELSE
               DISPLAY (23, 05) "Numero do item (0=proximos, ESC=nova"
               DISPLAY (23, 42) " busca):".
           ACCEPT (23, 51) ESCOLHA-WS WITH PROMPT UPDATE
           ACCEPT ESCAPE-77 FROM ESCAPE KEY
           IF ESCAPE-77 NOT = ZEROS
               CLOSE ARQ-TX
               GO TO 015-PRODUTO.
           IF ESCOLHA-WS = ZEROS
               IF ACABOU-TX
                   GO TO 022-ESCOLHA
               ELSE
                   GO TO 020-BUSCA.
           IF ESCOLHA-WS > QTD-ACH-WS
               GO TO 022-ESCOLHA.
           CLOSE ARQ-TX
           MOVE CODIGO-ACH-WS (ESCOLHA-WS) TO CODIGO-CON-WS
           MOVE "S" TO ACHOU-FIX-WS
           MOVE DESCR-ACH-WS (ESCOLHA-WS) TO DESCR-CON-WS
           MOVE UNIDADE-ACH-WS (ESCOLHA-WS) TO UNIDADE-CON-WS
           MOVE VALOR-ACH-WS (ESCOLHA-WS) TO VALOR-CON-WS
           MOVE STATUS-ACH-WS (ESCOLHA-WS) TO STATUS-CON-WS
           GO TO 032-FILIAIS.
      *
      *    CONSULTA PELO CODIGO DIGITADO
       030-CONSULTA.
           PERFORM LOCALIZA-PRODUTO THRU LOCALIZA-PRODUTO-EXIT.
       032-FILIAIS.
           DISPLAY (10, 01) ERASE
           DISPLAY (24, 05) "CONSULTANDO AS FILIAIS...            "
           MOVE 0 TO TOT-ESTOQUE-WS TOT-RESERVA-WS TOT-LIVRE-WS
           MOVE 0 TO FILIAIS-COM-77
           PERFORM APURA-FILIAL THRU APURA-FILIAL-EXIT
               VARYING IDX-DSP-WS FROM 1 BY 1
               UNTIL IDX-DSP-WS > QTD-FILIAL-VL
           DISPLAY (24, 05) "                                     "
           PERFORM MOSTRA-PRODUTO
           MOVE 1 TO INICIO-DSP-WS
           PERFORM MOSTRA-FILIAIS.
      *
      *    M MOSTRA AS PROXIMAS FILIAIS (E VOLTA AO INICIO NO FIM)
       040-MENU.
           MOVE SPACE TO OPCAO-WS
           DISPLAY (23, 01) ERASE
           DISPLAY (23, 05) "M=Mais filiais N=Novo produto F=Fim:"
           ACCEPT (23, 42) OPCAO-WS WITH PROMPT UPDATE
           ACCEPT ESCAPE-77 FROM ESCAPE KEY
           IF ESCAPE-77 NOT = ZEROS OR OPCAO-WS = "F"
               STOP RUN.
           IF OPCAO-WS = "N"
               GO TO 015-PRODUTO.
           IF OPCAO-WS = "M"
               IF INICIO-DSP-WS > QTD-FILIAL-VL
                   MOVE 1 TO INICIO-DSP-WS
               END-IF
               PERFORM MOSTRA-FILIAIS.
           GO TO 040-MENU.
      *
      *    LE O ARQFIXO.TXT GUARDANDO OS ITENS CUJA DESCRICAO CONTEM
      *    O TEXTO DIGITADO
       LE-BUSCA.
           READ ARQ-TX AT END MOVE "S" TO FIM-TX-WS END-READ
           IF ACABOU-TX GO TO LE-BUSCA-EXIT.
           IF REGFIXO-TX (1:1) = "0" AND REGFIXO-TX (2:4) = "CONV"
               GO TO LE-BUSCA-EXIT.
           IF REGFIXO-TX (1:1) = "9" AND REGFIXO-TX (22:75) = SPACES
               GO TO LE-BUSCA-EXIT.
           MOVE 0 TO CONTA-BUSCA-WS
           INSPECT DESCRICAO-TX TALLYING CONTA-BUSCA-WS
               FOR ALL TEXTO-BUSCA-WS (1:TAM-BUSCA-WS)
           IF CONTA-BUSCA-WS = ZEROS
               GO TO LE-BUSCA-EXIT.
           ADD 1 TO QTD-ACH-WS
           MOVE CODIGO-NUM-TX TO CODIGO-ACH-WS (QTD-ACH-WS)
           MOVE DESCRICAO-TX TO DESCR-ACH-WS (QTD-ACH-WS)
           MOVE UNIDADE-TX TO UNIDADE-ACH-WS (QTD-ACH-WS)
           MOVE VALOR-TAB-TX TO VALOR-ACH-WS (QTD-ACH-WS)
           MOVE STATUS-TX TO STATUS-ACH-WS (QTD-ACH-WS).
       LE-BUSCA-EXIT.
           EXIT.
      *
       MOSTRA-ACHADO.
           ADD 1 TO LINHA-ACH-WS
           MOVE IDX-ACH-WS TO NUM-LAC-WS
           MOVE CODIGO-ACH-WS (IDX-ACH-WS) TO CODIGO-LAC-WS
           MOVE DESCR-ACH-WS (IDX-ACH-WS) TO DESCR-LAC-WS
           MOVE UNIDADE-ACH-WS (IDX-ACH-WS) TO UNIDADE-LAC-WS
           MOVE VALOR-ACH-WS (IDX-ACH-WS) TO VALOR-LAC-WS
           MOVE SPACES TO STATUS-LAC-WS
           IF STATUS-ACH-WS (IDX-ACH-WS) = "I"
           OR STATUS-ACH-WS (IDX-ACH-WS) = "D"
               MOVE "INATIVO" TO STATUS-LAC-WS.
           DISPLAY (LINHA-ACH-WS, 01) LINHA-ACH-TELA-WS.
      *
      *    PROCURA O CODIGO DIGITADO NO ARQFIXO.TXT
       LOCALIZA-PRODUTO.
           MOVE "N" TO ACHOU-FIX-WS
           MOVE SPACES TO DESCR-CON-WS UNIDADE-CON-WS STATUS-CON-WS
           MOVE 0 TO VALOR-CON-WS
           MOVE "N" TO FIM-TX-WS
           OPEN INPUT ARQ-TX
           IF ESTADO-TX NOT = ZEROS
               MOVE "A" TO ACHOU-FIX-WS
               GO TO LOCALIZA-PRODUTO-EXIT.
           PERFORM LE-PRODUTO THRU LE-PRODUTO-EXIT
               UNTIL ACABOU-TX OR PRODUTO-ACHADO
           CLOSE ARQ-TX.
       LOCALIZA-PRODUTO-EXIT.
           EXIT.
      *
       LE-PRODUTO.
           READ ARQ-TX AT END MOVE "S" TO FIM-TX-WS END-READ
           IF ACABOU-TX GO TO LE-PRODUTO-EXIT.
           IF REGFIXO-TX (1:1) = "0" AND REGFIXO-TX (2:4) = "CONV"
               GO TO LE-PRODUTO-EXIT.
           IF REGFIXO-TX (1:1) = "9" AND REGFIXO-TX (22:75) = SPACES
               GO TO LE-PRODUTO-EXIT.
           IF CODIGO-NUM-TX NOT = CODIGO-CON-WS
               GO TO LE-PRODUTO-EXIT.
           MOVE "S" TO ACHOU-FIX-WS
           MOVE DESCRICAO-TX TO DESCR-CON-WS
           MOVE UNIDADE-TX TO UNIDADE-CON-WS
           MOVE VALOR-TAB-TX TO VALOR-CON-WS
           MOVE STATUS-TX TO STATUS-CON-WS.
       LE-PRODUTO-EXIT.
           EXIT.
      *
      *    LE O EXTRATO DE SALDOS DE UMA FILIAL ATIVA ATE ACHAR O
      *    PRODUTO (O EXTRATO VEM NA ORDEM DE CODIGO)
       APURA-FILIAL.
           MOVE "N" TO SITUACAO-DSP-WS (IDX-DSP-WS)
           MOVE SPACE TO RESERVA-DSP-SIT-WS (IDX-DSP-WS)
           MOVE 0 TO ESTOQUE-DSP-WS (IDX-DSP-WS)
           MOVE 0 TO RESERVA-DSP-WS (IDX-DSP-WS)
           MOVE 0 TO LIVRE-DSP-WS (IDX-DSP-WS)
           MOVE SPACES TO LOCACAO-DSP-WS (IDX-DSP-WS)
           MOVE 0 TO ULT-ENT-DSP-WS (IDX-DSP-WS)
           MOVE 0 TO ULT-SAI-DSP-WS (IDX-DSP-WS)
           MOVE 0 TO GERACAO-DSP-WS (IDX-DSP-WS) DATA-GER-WS
           MOVE U-FIL-WS TO U-ALX-WS
           IF DRIVE-FIL-VL-WS (IDX-DSP-WS) NOT = SPACE
               MOVE DRIVE-FIL-VL-WS (IDX-DSP-WS) TO U-ALX-WS.
           MOVE FILIAL-VL-WS (IDX-DSP-WS) TO FILIAL-ALX-WS
           DISPLAY (24, 31) FILIAL-ALX-WS
           MOVE "N" TO FIM-ALX-WS
           OPEN INPUT ARQ-ALX
           IF ESTADO-ALX NOT = ZEROS
               MOVE "A" TO SITUACAO-DSP-WS (IDX-DSP-WS)
               GO TO APURA-FILIAL-EXIT.
           PERFORM LE-SALDO THRU LE-SALDO-EXIT
               UNTIL ACABOU-ALX OR ITEM-NA-FILIAL (IDX-DSP-WS)
           CLOSE ARQ-ALX
           MOVE DATA-GER-WS TO GERACAO-DSP-WS (IDX-DSP-WS)
           IF NOT ITEM-NA-FILIAL (IDX-DSP-WS)
               GO TO APURA-FILIAL-EXIT.
           PERFORM APURA-RESERVA THRU APURA-RESERVA-EXIT
           COMPUTE LIVRE-DSP-WS (IDX-DSP-WS) =
               ESTOQUE-DSP-WS (IDX-DSP-WS)
               - RESERVA-DSP-WS (IDX-DSP-WS)
           ADD 1 TO FILIAIS-COM-77
           ADD ESTOQUE-DSP-WS (IDX-DSP-WS) TO TOT-ESTOQUE-WS
           ADD RESERVA-DSP-WS (IDX-DSP-WS) TO TOT-RESERVA-WS
           ADD LIVRE-DSP-WS (IDX-DSP-WS) TO TOT-LIVRE-WS.
       APURA-FILIAL-EXIT.
           EXIT.
      *
       LE-SALDO.
           READ ARQ-ALX AT END MOVE "S" TO FIM-ALX-WS END-READ
           IF ACABOU-ALX GO TO LE-SALDO-EXIT.
           IF REG-ALX (1:1) = "0" AND REG-ALX (2:4) = "CONV"
               IF REG-ALX (10:8) IS NUMERIC
                   MOVE REG-ALX (10:8) TO DATA-GER-WS
               END-IF
               GO TO LE-SALDO-EXIT.
           IF REG-ALX (1:1) = "9" AND REG-ALX (22:279) = SPACES
               GO TO LE-SALDO-EXIT.
           IF CODIGO-ALX > CODIGO-CON-WS
               MOVE "S" TO FIM-ALX-WS
               GO TO LE-SALDO-EXIT.
           IF CODIGO-ALX NOT = CODIGO-CON-WS
               GO TO LE-SALDO-EXIT.
           MOVE "S" TO SITUACAO-DSP-WS (IDX-DSP-WS)
           MOVE QTD-EST-ALX TO ESTOQUE-DSP-WS (IDX-DSP-WS)
           MOVE LOCACAO-ALX TO LOCACAO-DSP-WS (IDX-DSP-WS)
           MOVE DT-ULT-ENT-ALX TO ULT-ENT-DSP-WS (IDX-DSP-WS)
           MOVE DT-ULT-SAI-ALX TO ULT-SAI-DSP-WS (IDX-DSP-WS).
       LE-SALDO-EXIT.
           EXIT.
      *
      *    LE O ARQUIVO DE RESERVAS DA FILIAL (MESMO DRIVE DO EXTRATO)
      *    ATE ACHAR O PRODUTO. ARQUIVO AUSENTE, DE OUTRA GERACAO QUE
      *    NAO A DO EXTRATO, OU SEM O ITEM: RESERVA N/D
       APURA-RESERVA.
           MOVE "N" TO RESERVA-DSP-SIT-WS (IDX-DSP-WS)
           MOVE U-ALX-WS TO U-RSV-WS
           MOVE FILIAL-ALX-WS TO FILIAL-RSV-WS
           MOVE 0 TO DATA-RSV-WS QTD-RESERVA-WS
           MOVE "N" TO FIM-RSV-WS ACHOU-RSV-WS
           OPEN INPUT ARQ-RSV
           IF ESTADO-RSV NOT = ZEROS
               GO TO APURA-RESERVA-EXIT.
           PERFORM LE-RESERVA THRU LE-RESERVA-EXIT
               UNTIL ACABOU-RSV OR ACHOU-RSV
           CLOSE ARQ-RSV
           IF NOT ACHOU-RSV OR DATA-RSV-WS NOT = DATA-GER-WS
               GO TO APURA-RESERVA-EXIT.
           MOVE SPACE TO RESERVA-DSP-SIT-WS (IDX-DSP-WS)
           MOVE QTD-RESERVA-WS TO RESERVA-DSP-WS (IDX-DSP-WS).
       APURA-RESERVA-EXIT.
           EXIT.
      *
       LE-RESERVA.
           READ ARQ-RSV AT END MOVE "S" TO FIM-RSV-WS END-READ
           IF ACABOU-RSV GO TO LE-RESERVA-EXIT.
           IF REG-RSV (1:1) = "0" AND REG-RSV (2:4) = "CONV"
               IF REG-RSV (10:8) IS NUMERIC
                   MOVE REG-RSV (10:8) TO DATA-RSV-WS
               END-IF
               GO TO LE-RESERVA-EXIT.
           IF REG-RSV (1:1) = "9" AND REG-RSV (16:6) NOT = SPACES
               GO TO LE-RESERVA-EXIT.
           IF CODIGO-RSV > CODIGO-CON-WS
               MOVE "S" TO FIM-RSV-WS
               GO TO LE-RESERVA-EXIT.
           IF CODIGO-RSV NOT = CODIGO-CON-WS
               GO TO LE-RESERVA-EXIT.
           IF QTD-RESERVA-RSV IS NUMERIC
               MOVE QTD-RESERVA-RSV TO QTD-RESERVA-WS
               MOVE "S" TO ACHOU-RSV-WS.
       LE-RESERVA-EXIT.
           EXIT.
      *
      *    QUADRO DO PRODUTO (LINHAS 10 E 11)
       MOSTRA-PRODUTO.
           DISPLAY (10, 05) "Produto:"
           DISPLAY (10, 14) CODIGO-CON-WS
           IF ACHOU-FIX-WS = "A"
               DISPLAY (10, 23) "ARQFIXO.TXT AUSENTE - RODE O CONVFIXO"
           ELSE
               IF NOT PRODUTO-ACHADO
                   DISPLAY (10, 23) "NAO CONSTA DO ARQFIXO.TXT"
               ELSE
                   DISPLAY (10, 23) DESCR-CON-WS
                   DISPLAY (10, 50) "UN"
                   DISPLAY (10, 53) UNIDADE-CON-WS
                   IF PRODUTO-INATIVO
                       DISPLAY (10, 58) "** INATIVO **".
           DISPLAY (11, 05) "Preco de tabela:"
           IF PRODUTO-ACHADO
               MOVE VALOR-CON-WS TO VALOR-TELA-WS
               DISPLAY (11, 22) VALOR-TELA-WS.
           DISPLAY (11, 40) "Filiais com o item:"
           DISPLAY (11, 60) FILIAIS-COM-77
           DISPLAY (12, 01)
               "FI NOME            ESTOQ.  RESERV.   LIVRE  LOCAC"
           DISPLAY (12, 52) "ULT.ENTR  ULT.SAI   EXTR.".
      *
      *    TOTAL DAS FILIAIS QUE TEM O ITEM (LINHA 22)
       MOSTRA-TOTAL.
           DISPLAY (22, 01) "   TOTAL DAS FILIAIS"
           MOVE TOT-ESTOQUE-WS TO TOTAL-TELA-WS
           DISPLAY (22, 17) TOTAL-TELA-WS
           MOVE TOT-RESERVA-WS TO TOTAL-TELA-WS
           DISPLAY (22, 27) TOTAL-TELA-WS
           MOVE TOT-LIVRE-WS TO TOTAL-SIN-TELA-WS
           DISPLAY (22, 36) TOTAL-SIN-TELA-WS.
      *
      *    FILIAIS, 9 POR VEZ (LINHAS 13 A 21)
       MOSTRA-FILIAIS.
           DISPLAY (13, 01) ERASE
           MOVE 12 TO LINHA-DSP-WS
           MOVE 0 TO MOSTRADAS-77
           PERFORM MOSTRA-FILIAL THRU MOSTRA-FILIAL-EXIT
               VARYING IDX-DSP-WS FROM INICIO-DSP-WS BY 1
               UNTIL IDX-DSP-WS > QTD-FILIAL-VL OR MOSTRADAS-77 = 9
           MOVE IDX-DSP-WS TO INICIO-DSP-WS
           PERFORM MOSTRA-TOTAL.
      *
       MOSTRA-FILIAL.
           ADD 1 TO LINHA-DSP-WS MOSTRADAS-77
           MOVE FILIAL-VL-WS (IDX-DSP-WS) TO FILIAL-LFL-WS
           MOVE NOME-FIL-VL-WS (IDX-DSP-WS) TO NOME-LFL-WS
           MOVE SPACES TO DETALHE-LFL-WS
           IF EXTRATO-AUSENTE (IDX-DSP-WS)
               MOVE "SEM EXTRATO DE SALDOS - RODE O CONVSALD"
                   TO AVISO-LFL-WS
               DISPLAY (LINHA-DSP-WS, 01) LINHA-FIL-WS
               GO TO MOSTRA-FILIAL-EXIT.
           IF NOT ITEM-NA-FILIAL (IDX-DSP-WS)
               MOVE "ITEM NAO CONSTA DO EXTRATO DA FILIAL"
                   TO AVISO-LFL-WS
               DISPLAY (LINHA-DSP-WS, 01) LINHA-FIL-WS
               GO TO MOSTRA-FILIAL-EXIT.
           MOVE ESTOQUE-DSP-WS (IDX-DSP-WS) TO ESTOQUE-LFL-WS
           IF RESERVA-NAO-INFORMADA (IDX-DSP-WS)
               MOVE "    N/D" TO RESERVA-LFL-WS
           ELSE
               MOVE RESERVA-DSP-WS (IDX-DSP-WS) TO RESERVA-ED-WS
               MOVE RESERVA-ED-WS TO RESERVA-LFL-WS.
           MOVE LIVRE-DSP-WS (IDX-DSP-WS) TO LIVRE-LFL-WS
           MOVE LOCACAO-DSP-WS (IDX-DSP-WS) TO LOCACAO-LFL-WS
           MOVE ULT-ENT-DSP-WS (IDX-DSP-WS) TO DATA-AUX-WS
           PERFORM EDITA-DATA
           MOVE DATA-CURTA-WS TO ULT-ENT-LFL-WS
           IF DATA-AUX-WS = ZEROS
               MOVE SPACES TO ULT-ENT-LFL-WS.
           MOVE ULT-SAI-DSP-WS (IDX-DSP-WS) TO DATA-AUX-WS
           PERFORM EDITA-DATA
           MOVE DATA-CURTA-WS TO ULT-SAI-LFL-WS
           IF DATA-AUX-WS = ZEROS
               MOVE SPACES TO ULT-SAI-LFL-WS.
           MOVE GERACAO-DSP-WS (IDX-DSP-WS) TO DATA-GER-AUX-WS
           MOVE DIA-GER-AUX-WS TO DIA-CUR-WS
           MOVE MES-GER-AUX-WS TO MES-CUR-WS
           MOVE DATA-CURTA-WS (1:5) TO GERACAO-LFL-WS
           IF DATA-GER-AUX-WS = ZEROS
               MOVE SPACES TO GERACAO-LFL-WS.
           DISPLAY (LINHA-DSP-WS, 01) LINHA-FIL-WS.
       MOSTRA-FILIAL-EXIT.
           EXIT.
      *
      *    DATA AAMMDD DO EXTRATO PARA DD/MM/AA
       EDITA-DATA.
           MOVE DIA-AUX-WS TO DIA-CUR-WS
           MOVE MES-AUX-WS TO MES-CUR-WS
           MOVE ANO-AUX-WS TO ANO-CUR-WS.
      *
           COPY FILIALPR.
      *
           COPY OPERPR.
