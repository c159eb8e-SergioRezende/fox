      *
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. CADORCA.
       AUTHOR. LUIS AUGUSTO.
      *
      *    DATA DA ALTERACAO: 10/96
      *
      *    MANUTENCAO DO ORCAMENTO ("ARQORCA.DAT"): UMA LINHA POR
      *    CONTA/CENTRO DE CUSTO/MES COM O VALOR ORCADO PARA O
      *    MOVIMENTO DO MES NA NATUREZA DA CONTA (CENTRO 000 = A CONTA
      *    INTEIRA). O CONVORCA COMPARA O REALIZADO DO DIARIO COM ESTE
      *    CADASTRO. A OPCAO "C" MONTA O ORCAMENTO DE UM ANO A PARTIR
      *    DO REALIZADO DE OUTRO (O DIARIO INFORMADO, POR CONTA,
      *    CENTRO E MES, NA NATUREZA DO PLANO DE CONTAS) COM UM
      *    PERCENTUAL DE REAJUSTE, SUBSTITUINDO O QUE HOUVER NO ANO
      *    DESTINO. AS ALTERACOES FICAM NA TRILHA DOS CADASTROS
      *    ("CADTRIL.LOG"); A COPIA ENTRA NELA NUMA LINHA SO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
           SELECT      ARQ-DIARIO     ASSIGN     TO   DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ESTADO.
      *
           COPY ORCASL.
      *
           COPY PLANOSL.
      *
           COPY OPERSL.
      *
           COPY TRILSL.
      *
       DATA DIVISION.
       FILE SECTION.
      *
       FD  ARQ-DIARIO
           LABEL     RECORD       STANDARD
           VALUE     OF FILE-ID   DIARIO-WS
           DATA      RECORD       REG-DIARIO.
       01  REG-DIARIO.
           02 D-CONTA             PIC 9(11) COMP-3.
           02 D-CHEC              PIC 9.
           02 D-DATA-L            PIC 9(6) COMP-3.
           02 D-NUM               PIC 9(5) COMP-3.
           02 D-CH                PIC 99.
           02 D-HIST              PIC X(30).
           02 D-TIPOHIST          PIC X(01).
           02 D-DOCTO             PIC 9(8) COMP-3.
           02 D-DATA-D            PIC 9(6) COMP-3.
           02 D-CUSTO             PIC 999  COMP-3.
           02 D-ARQ               PIC 9(5) COMP-3.
           02 D-VALOR             PIC 9(12)V99 COMP-3.
           02 D-DC                PIC X.
           02 D-SANT              PIC S9(11)V99 COMP-3.
      *
           COPY ORCAFD.
      *
           COPY PLANOFD.
      *
           COPY OPERFD.
      *
           COPY TRILFD.
      *
       WORKING-STORAGE SECTION.
      *
       77  ESTADO                PIC X(02).
       77  I                     PIC 9(02).
       77  E                     PIC 9(02).
       77  LINHA-ORC-WS          PIC 9(02).
       77  PAGINA-ORC-WS         PIC 9(02).
       77  PRIMEIRO-PAG-WS       PIC 9(04).
       77  OPCAO-WS              PIC X(01).
       77  CONFIRMA-WS           PIC X(01).
       77  CONTA-ED-WS           PIC 9(11).
       77  CUSTO-ED-WS           PIC 9(03).
       77  ANO-ED-WS             PIC 9(04).
       77  MES-ED-WS             PIC 9(02).
       77  ITEM-ED-WS            PIC 9(04).
       77  VALOR-ED-WS           PIC ZZ.ZZZ.ZZZ.ZZ9,99-.
      *
      *    COPIA DO REALIZADO DE UM ANO PARA O ORCAMENTO DE OUTRO
       01  DIARIO-WS             PIC X(14).
       77  FIM-DIARIO-WS         PIC X(01).
           88  ACABOU-DIARIO               VALUE "S".
       01  ANO-ORIG-WS           PIC 9(04).
       01  FILLER REDEFINES ANO-ORIG-WS.
           05  FILLER            PIC 9(02).
           05  AA-ORIG-WS        PIC 9(02).
       77  ANO-DEST-WS           PIC 9(04).
       77  REAJUSTE-WS           PIC 9(03)V99.
       77  SINAL-REAJ-WS         PIC X(01).
       77  FATOR-WS              PIC S9(04)V99.
       77  REAJUSTE-ED-WS        PIC ZZ9,99.
       01  DATA-LANC-WS          PIC 9(06).
       01  FILLER REDEFINES DATA-LANC-WS.
           05  AA-LANC-WS        PIC 9(02).
           05  MM-LANC-WS        PIC 9(02).
           05  DD-LANC-WS        PIC 9(02).
       77  QTD-ANTES-WS          PIC 9(04).
       77  QTD-NOVA-WS           PIC 9(04).
       77  NO-ANO-WS             PIC 9(04).
       77  FORA-COPIA-WS         PIC 9(05).
       77  LIDOS-77              PIC 9(07).
      *
           COPY ORCAVL.
      *
           COPY PLANOVL.
      *
           COPY TELAWS.
      *
      *    OPERADOR DA MANUTENCAO, CONFERIDO NO CADASTRO DE
      *    OPERADORES (COPY OPERPR)
       77  OPERADOR-EXEC-WS VALUE "????????"   PIC X(08).
      *
           COPY OPERWS.
      *
           COPY TRILWS.
      *

       PROCEDURE DIVISION.
      *
       INICIO-010.
           DISPLAY (1, 1) ERASE.
           DISPLAY (3, 05) "Operador................:"
           ACCEPT (, ) OPERADOR-EXEC-WS WITH PROMPT UPDATE
           MOVE "CADORCA " TO PROGRAMA-ACE-WS
           PERFORM AUTENTICA-OPERADOR THRU AUTENTICA-OPERADOR-EXIT.
           PERFORM CARREGA-ORCA THRU CARREGA-ORCA-EXIT
           PERFORM CARREGA-PLANO THRU CARREGA-PLANO-EXIT
           MOVE 1 TO PRIMEIRO-PAG-WS.
       015-MENU.
           DISPLAY (1, 1) ERASE
           DISPLAY (2, 14) "* ORCAMENTO POR CONTA E CENTRO DE CUSTO *"
           DISPLAY (4, 01)
               "ITEM CONTA       CC  ANO  MES              VALOR"
           MOVE 0 TO PAGINA-ORC-WS
           PERFORM MOSTRA-ORC
               VARYING IDX-ORC-WS FROM PRIMEIRO-PAG-WS BY 1
               UNTIL IDX-ORC-WS > QTD-ORCA-WS
               OR PAGINA-ORC-WS > 15

           DISPLAY (21, 05)
               "Opcao (I=Inclui A=Altera E=Exclui C=Copia realizado"
           DISPLAY (22, 05)
               "       P=Proxima F=Fim)...........:"
           ACCEPT (, ) OPCAO-WS WITH PROMPT UPDATE
           ACCEPT ESCAPE-77 FROM ESCAPE KEY
           IF ESCAPE-77 NOT = ZEROS OR OPCAO-WS = "F"
               PERFORM GRAVA-ORCA
               STOP RUN.
           IF OPCAO-WS = "I"
               PERFORM INCLUI-ORC THRU INCLUI-ORC-EXIT
               GO TO 015-MENU.
           IF OPCAO-WS = "A"
               PERFORM ALTERA-ORC THRU ALTERA-ORC-EXIT
               GO TO 015-MENU.
           IF OPCAO-WS = "E"
               PERFORM EXCLUI-ORC THRU EXCLUI-ORC-EXIT
               GO TO 015-MENU.
           IF OPCAO-WS = "C"
               PERFORM COPIA-ORC THRU COPIA-ORC-EXIT
               GO TO 015-MENU.
           IF OPCAO-WS = "P"
               ADD 16 TO PRIMEIRO-PAG-WS
               IF PRIMEIRO-PAG-WS > QTD-ORCA-WS
                   MOVE 1 TO PRIMEIRO-PAG-WS
               END-IF
               GO TO 015-MENU.
           GO TO 015-MENU.
      *
      *    MOSTRA UMA LINHA DA TABELA NO PAINEL
       MOSTRA-ORC.
           ADD 1 TO PAGINA-ORC-WS
           COMPUTE LINHA-ORC-WS = 4 + PAGINA-ORC-WS
           MOVE VALOR-TAB-ORC-WS (IDX-ORC-WS) TO VALOR-ED-WS
           DISPLAY (LINHA-ORC-WS, 01) IDX-ORC-WS
           DISPLAY (LINHA-ORC-WS, 06) CONTA-TAB-ORC-WS (IDX-ORC-WS)
           DISPLAY (LINHA-ORC-WS, 18) CUSTO-TAB-ORC-WS (IDX-ORC-WS)
           DISPLAY (LINHA-ORC-WS, 22) ANO-TAB-ORC-WS   (IDX-ORC-WS)
           DISPLAY (LINHA-ORC-WS, 28) MES-TAB-ORC-WS   (IDX-ORC-WS)
           DISPLAY (LINHA-ORC-WS, 32) VALOR-ED-WS.
      *
      *    INCLUI UMA LINHA NOVA NO FIM DA TABELA (A CHAVE NAO PODE
      *    REPETIR; CONTA FORA DO PLANO OU SINTETICA SO COM AVISO)
       INCLUI-ORC.
           IF QTD-ORCA-WS = 4000
               DISPLAY (23, 05) "CADASTRO CHEIO - 4000 LINHAS"
               GO TO INCLUI-ORC-EXIT.
           PERFORM DIGITA-CHAVE THRU DIGITA-CHAVE-EXIT
           IF ESCAPE-77 NOT = ZEROS OR CONTA-ED-WS = ZEROS
               GO TO INCLUI-ORC-EXIT.
           IF IDX-ACHADO-ORC-WS NOT = ZEROS
               DISPLAY (24, 05) "LINHA JA CADASTRADA - USE ALTERA  "
               GO TO INCLUI-ORC-EXIT.
           ADD 1 TO QTD-ORCA-WS
           MOVE QTD-ORCA-WS TO IDX-ORC-WS
           MOVE CONTA-ED-WS TO CONTA-TAB-ORC-WS (IDX-ORC-WS)
           MOVE CUSTO-ED-WS TO CUSTO-TAB-ORC-WS (IDX-ORC-WS)
           MOVE ANO-ED-WS   TO ANO-TAB-ORC-WS   (IDX-ORC-WS)
           MOVE MES-ED-WS   TO MES-TAB-ORC-WS   (IDX-ORC-WS)
           MOVE ZEROS       TO VALOR-TAB-ORC-WS (IDX-ORC-WS)
           PERFORM DIGITA-ORC
           MOVE "I" TO OPERACAO-TRL-WS
           MOVE SPACES TO ANTES-TRL-WS
           PERFORM REGISTRA-ORC.
       INCLUI-ORC-EXIT.
           EXIT.
      *
      *    LOCALIZA A CONTA/CENTRO/MES INFORMADO E REDIGITA O VALOR
       ALTERA-ORC.
           PERFORM DIGITA-CHAVE THRU DIGITA-CHAVE-EXIT
           IF ESCAPE-77 NOT = ZEROS GO TO ALTERA-ORC-EXIT.
           IF IDX-ACHADO-ORC-WS = ZEROS
               DISPLAY (24, 05) "LINHA NAO CADASTRADA              "
               GO TO ALTERA-ORC-EXIT.
           MOVE IDX-ACHADO-ORC-WS TO IDX-ORC-WS
           MOVE "A" TO OPERACAO-TRL-WS
           MOVE TAB-ORCA-ITEM (IDX-ORC-WS) TO ANTES-TRL-WS
           PERFORM DIGITA-ORC
           PERFORM REGISTRA-ORC.
       ALTERA-ORC-EXIT.
           EXIT.
      *
      *    EXCLUI UMA LINHA PELO NUMERO DO ITEM NO PAINEL
       EXCLUI-ORC.
           DISPLAY (23, 05) "Item a excluir...................:"
           MOVE ZEROS TO ITEM-ED-WS
           ACCEPT (, ) ITEM-ED-WS WITH PROMPT UPDATE
           IF ESCAPE-77 NOT = ZEROS GO TO EXCLUI-ORC-EXIT.
           IF ITEM-ED-WS = ZEROS OR ITEM-ED-WS > QTD-ORCA-WS
               DISPLAY (24, 05) "ITEM INEXISTENTE                  "
               GO TO EXCLUI-ORC-EXIT.
           MOVE ITEM-ED-WS TO IDX-ORC-WS
           MOVE "E" TO OPERACAO-TRL-WS
           MOVE TAB-ORCA-ITEM (IDX-ORC-WS) TO ANTES-TRL-WS
           PERFORM REGISTRA-ORC
           PERFORM FECHA-ESPACO-ORC
               VARYING IDX-ORC-WS FROM ITEM-ED-WS BY 1
               UNTIL IDX-ORC-WS NOT < QTD-ORCA-WS
           SUBTRACT 1 FROM QTD-ORCA-WS.
       EXCLUI-ORC-EXIT.
           EXIT.
      *
       FECHA-ESPACO-ORC.
           MOVE TAB-ORCA-ITEM (IDX-ORC-WS + 1)
               TO TAB-ORCA-ITEM (IDX-ORC-WS).
      *
      *    DIGITACAO DA CHAVE (CONTA, CENTRO, ANO, MES) E BUSCA NA
      *    TABELA: IDX-ACHADO-ORC-WS VOLTA COM A LINHA OU ZEROS
       DIGITA-CHAVE.
           MOVE ZEROS TO CONTA-ED-WS CUSTO-ED-WS ANO-ED-WS MES-ED-WS
           MOVE ZEROS TO IDX-ACHADO-ORC-WS
           DISPLAY (23, 05) "Conta (11 digitos)...............:"
           ACCEPT (, ) CONTA-ED-WS WITH PROMPT UPDATE
           ACCEPT ESCAPE-77 FROM ESCAPE KEY
           IF ESCAPE-77 NOT = ZEROS OR CONTA-ED-WS = ZEROS
               GO TO DIGITA-CHAVE-EXIT.
           IF QTD-PLANO-WS NOT = ZEROS
               MOVE CONTA-ED-WS TO CONTA-BUSCA-PLA-WS
               PERFORM ACHA-PLANO
               IF IDX-ACHADO-PLA-WS = ZEROS
                   DISPLAY (24, 05) "AVISO: CONTA FORA DO PLANO        "
               ELSE
                   IF SINTETICA-PLA (IDX-ACHADO-PLA-WS)
                       DISPLAY (24, 05)
                           "AVISO: CONTA SINTETICA (SEM LANCAMENTO)"
                   END-IF
               END-IF.
           DISPLAY (23, 05) "Centro de custo (000=conta toda).:"
           ACCEPT (, ) CUSTO-ED-WS WITH PROMPT UPDATE
           ACCEPT ESCAPE-77 FROM ESCAPE KEY
           IF ESCAPE-77 NOT = ZEROS GO TO DIGITA-CHAVE-EXIT.
           DISPLAY (23, 05) "Ano (aaaa).......................:"
           ACCEPT (, ) ANO-ED-WS WITH PROMPT UPDATE
           ACCEPT ESCAPE-77 FROM ESCAPE KEY
           IF ESCAPE-77 NOT = ZEROS GO TO DIGITA-CHAVE-EXIT.
       DIGITA-MES-CHAVE.
           DISPLAY (23, 05) "Mes (mm).........................:"
           ACCEPT (, ) MES-ED-WS WITH PROMPT UPDATE
           ACCEPT ESCAPE-77 FROM ESCAPE KEY
           IF ESCAPE-77 NOT = ZEROS GO TO DIGITA-CHAVE-EXIT.
           IF MES-ED-WS = ZEROS OR MES-ED-WS > 12
               GO TO DIGITA-MES-CHAVE.
           MOVE CONTA-ED-WS TO CONTA-BUSCA-ORC-WS
           MOVE CUSTO-ED-WS TO CUSTO-BUSCA-ORC-WS
           MOVE ANO-ED-WS   TO ANO-BUSCA-ORC-WS
           MOVE MES-ED-WS   TO MES-BUSCA-ORC-WS
           PERFORM ACHA-ORCA.
       DIGITA-CHAVE-EXIT.
           EXIT.
      *
      *    DIGITACAO DO VALOR DA LINHA DE INDICE IDX-ORC-WS
       DIGITA-ORC.
           DISPLAY (23, 05) "Valor orcado (na natureza).......:"
           ACCEPT (, ) VALOR-TAB-ORC-WS (IDX-ORC-WS)
               WITH PROMPT UPDATE.
      *
      *    MONTA O ORCAMENTO DO ANO DESTINO COM O REALIZADO DO ANO DE
      *    ORIGEM NO DIARIO INFORMADO, REAJUSTADO PELO PERCENTUAL
       COPIA-ORC.
           DISPLAY (1, 1) ERASE
           DISPLAY (2, 14) "* COPIA DO REALIZADO PARA O ORCAMENTO *"
           MOVE SPACES TO DIARIO-WS
           MOVE ZEROS TO ANO-ORIG-WS ANO-DEST-WS REAJUSTE-WS
           MOVE "+" TO SINAL-REAJ-WS
           DISPLAY (6, 05) "DIARIO..........................:"
           ACCEPT (, ) DIARIO-WS WITH PROMPT UPDATE
           ACCEPT ESCAPE-77 FROM ESCAPE KEY
           IF ESCAPE-77 NOT = ZEROS GO TO COPIA-ORC-EXIT.
           DISPLAY (7, 05) "Ano do realizado (aaaa)..........:"
           ACCEPT (, ) ANO-ORIG-WS WITH PROMPT UPDATE
           ACCEPT ESCAPE-77 FROM ESCAPE KEY
           IF ESCAPE-77 NOT = ZEROS OR ANO-ORIG-WS = ZEROS
               GO TO COPIA-ORC-EXIT.
           COMPUTE ANO-DEST-WS = ANO-ORIG-WS + 1
           DISPLAY (8, 05) "Ano do orcamento (aaaa)..........:"
           ACCEPT (, ) ANO-DEST-WS WITH PROMPT UPDATE
           ACCEPT ESCAPE-77 FROM ESCAPE KEY
           IF ESCAPE-77 NOT = ZEROS GO TO COPIA-ORC-EXIT.
           DISPLAY (9, 05) "Reajuste (%)......................:"
           ACCEPT (, ) REAJUSTE-WS WITH PROMPT UPDATE
           ACCEPT ESCAPE-77 FROM ESCAPE KEY
           IF ESCAPE-77 NOT = ZEROS GO TO COPIA-ORC-EXIT.
       COPIA-SINAL.
           DISPLAY (10, 05) "Aumento ou reducao (+/-)..........:"
           ACCEPT (, ) SINAL-REAJ-WS WITH PROMPT UPDATE
           ACCEPT ESCAPE-77 FROM ESCAPE KEY
           IF ESCAPE-77 NOT = ZEROS GO TO COPIA-ORC-EXIT.
           IF SINAL-REAJ-WS NOT = "+" AND SINAL-REAJ-WS NOT = "-"
               GO TO COPIA-SINAL.
           IF SINAL-REAJ-WS = "-" AND REAJUSTE-WS > 100
               DISPLAY (24, 05) "REDUCAO ACIMA DE 100%             "
               GO TO COPIA-ORC-EXIT.

      *    O ANO DESTINO JA ORCADO SO E SUBSTITUIDO COM CONFIRMACAO
           MOVE 0 TO NO-ANO-WS
           PERFORM CONTA-ANO-DEST
               VARYING IDX-ORC-WS FROM 1 BY 1
               UNTIL IDX-ORC-WS > QTD-ORCA-WS
           IF NO-ANO-WS NOT = ZEROS
               DISPLAY (12, 05) "Linhas ja orcadas no ano destino.:"
               DISPLAY (12, 40) NO-ANO-WS
               MOVE "N" TO CONFIRMA-WS
               DISPLAY (13, 05) "Substitui pelo realizado (S/N)...:"
               ACCEPT (, ) CONFIRMA-WS WITH PROMPT UPDATE
               IF CONFIRMA-WS NOT = "S"
                   GO TO COPIA-ORC-EXIT.

           OPEN INPUT ARQ-DIARIO
           IF ESTADO NOT = ZEROS
               DISPLAY (24, 05) "DIARIO COM ERRO                   "
               GO TO COPIA-ORC-EXIT.
           MOVE 0 TO QTD-NOVA-WS
           PERFORM RETIRA-ANO-DEST
               VARYING IDX-ORC-WS FROM 1 BY 1
               UNTIL IDX-ORC-WS > QTD-ORCA-WS
           MOVE QTD-NOVA-WS TO QTD-ORCA-WS QTD-ANTES-WS
           MOVE 0 TO FORA-COPIA-WS LIDOS-77
           MOVE "N" TO FIM-DIARIO-WS
           DISPLAY (15, 05) "LANCAMENTOS LIDOS:"
           PERFORM LE-REALIZADO THRU LE-REALIZADO-EXIT
               UNTIL ACABOU-DIARIO
           CLOSE ARQ-DIARIO
           IF SINAL-REAJ-WS = "-"
               COMPUTE FATOR-WS = 100 - REAJUSTE-WS
           ELSE
               COMPUTE FATOR-WS = 100 + REAJUSTE-WS.
           PERFORM AJUSTA-COPIA
               VARYING IDX-ORC-WS FROM 1 BY 1
               UNTIL IDX-ORC-WS > QTD-ORCA-WS

           COMPUTE QTD-NOVA-WS = QTD-ORCA-WS - QTD-ANTES-WS
           MOVE REAJUSTE-WS TO REAJUSTE-ED-WS
           MOVE "I" TO OPERACAO-TRL-WS
           MOVE "ARQORCA" TO CADASTRO-TRL-WS
           MOVE SPACES TO CHAVE-TRL-WS ANTES-TRL-WS DEPOIS-TRL-WS
           STRING "COPIA " ANO-ORIG-WS " PARA " ANO-DEST-WS
               DELIMITED BY SIZE INTO CHAVE-TRL-WS
           STRING "REALIZADO DO DIARIO " DIARIO-WS " "
               SINAL-REAJ-WS REAJUSTE-ED-WS "% - " QTD-NOVA-WS
               " LINHAS (" NO-ANO-WS " SUBSTITUIDAS)"
               DELIMITED BY SIZE INTO DEPOIS-TRL-WS
           PERFORM GRAVA-TRILHA THRU GRAVA-TRILHA-EXIT
           DISPLAY (17, 05) "Linhas geradas...................:"
           DISPLAY (17, 40) QTD-NOVA-WS
           IF FORA-COPIA-WS NOT = ZEROS
               DISPLAY (18, 05) "CADASTRO CHEIO - LANCAMENTOS FORA:"
               DISPLAY (18, 40) FORA-COPIA-WS.
           DISPLAY (20, 05) "Tecle ENTER para voltar ao painel"
           ACCEPT (, ) CONFIRMA-WS WITH PROMPT UPDATE.
       COPIA-ORC-EXIT.
           EXIT.
      *
       CONTA-ANO-DEST.
           IF ANO-TAB-ORC-WS (IDX-ORC-WS) = ANO-DEST-WS
               ADD 1 TO NO-ANO-WS.
      *
      *    COMPACTA A TABELA SEM AS LINHAS DO ANO DESTINO
       RETIRA-ANO-DEST.
           IF ANO-TAB-ORC-WS (IDX-ORC-WS) NOT = ANO-DEST-WS
               ADD 1 TO QTD-NOVA-WS
               MOVE TAB-ORCA-ITEM (IDX-ORC-WS)
                   TO TAB-ORCA-ITEM (QTD-NOVA-WS).
      *
      *    SOMA UM LANCAMENTO DO ANO DE ORIGEM NA LINHA DA CONTA/
      *    CENTRO/MES NO ANO DESTINO (DEBITO SOMA, CREDITO SUBTRAI;
      *    A NATUREZA ENTRA NO AJUSTA-COPIA). LINHAS DE HISTORICO
      *    (VALOR ZERADO) FICAM DE FORA, COMO NO CONVBALA.
       LE-REALIZADO.
           READ ARQ-DIARIO NEXT
               AT END MOVE "S" TO FIM-DIARIO-WS
           END-READ
           IF ACABOU-DIARIO GO TO LE-REALIZADO-EXIT.
           IF D-VALOR = ZEROS
               GO TO LE-REALIZADO-EXIT.
           MOVE D-DATA-L TO DATA-LANC-WS
           IF AA-LANC-WS NOT = AA-ORIG-WS
               OR MM-LANC-WS = ZEROS OR MM-LANC-WS > 12
               GO TO LE-REALIZADO-EXIT.
           ADD 1 TO LIDOS-77
           DISPLAY (15, 24) LIDOS-77
           MOVE D-CONTA     TO CONTA-BUSCA-ORC-WS
           MOVE D-CUSTO     TO CUSTO-BUSCA-ORC-WS
           MOVE ANO-DEST-WS TO ANO-BUSCA-ORC-WS
           MOVE MM-LANC-WS  TO MES-BUSCA-ORC-WS
           PERFORM ACHA-ORCA
           IF IDX-ACHADO-ORC-WS = ZEROS
               IF QTD-ORCA-WS NOT < 4000
                   ADD 1 TO FORA-COPIA-WS
                   GO TO LE-REALIZADO-EXIT
               END-IF
               ADD 1 TO QTD-ORCA-WS
               MOVE QTD-ORCA-WS TO IDX-ACHADO-ORC-WS
               MOVE D-CONTA     TO CONTA-TAB-ORC-WS (QTD-ORCA-WS)
               MOVE D-CUSTO     TO CUSTO-TAB-ORC-WS (QTD-ORCA-WS)
               MOVE ANO-DEST-WS TO ANO-TAB-ORC-WS   (QTD-ORCA-WS)
               MOVE MM-LANC-WS  TO MES-TAB-ORC-WS   (QTD-ORCA-WS)
               MOVE ZEROS       TO VALOR-TAB-ORC-WS (QTD-ORCA-WS).
           MOVE IDX-ACHADO-ORC-WS TO IDX-ORC-WS
           IF D-DC = "D"
               ADD D-VALOR TO VALOR-TAB-ORC-WS (IDX-ORC-WS)
           ELSE
               SUBTRACT D-VALOR FROM VALOR-TAB-ORC-WS (IDX-ORC-WS).
       LE-REALIZADO-EXIT.
           EXIT.
      *
      *    LINHA GERADA PELA COPIA: PASSA PARA A NATUREZA DA CONTA
      *    (CREDORA INVERTE; FORA DO PLANO VALE DEVEDORA) E APLICA O
      *    REAJUSTE
       AJUSTA-COPIA.
           IF IDX-ORC-WS > QTD-ANTES-WS
               MOVE CONTA-TAB-ORC-WS (IDX-ORC-WS) TO CONTA-BUSCA-PLA-WS
               PERFORM ACHA-PLANO
               IF IDX-ACHADO-PLA-WS NOT = ZEROS
                   IF NATUREZA-TAB-PLA-WS (IDX-ACHADO-PLA-WS) = "C"
                       COMPUTE VALOR-TAB-ORC-WS (IDX-ORC-WS) =
                           0 - VALOR-TAB-ORC-WS (IDX-ORC-WS)
                   END-IF
               END-IF
               COMPUTE VALOR-TAB-ORC-WS (IDX-ORC-WS) ROUNDED =
                   VALOR-TAB-ORC-WS (IDX-ORC-WS) * FATOR-WS / 100.
      *
           COPY ORCAPR.
      *
           COPY PLANOPR.
      *
      *    REGISTRA NA TRILHA DOS CADASTROS A LINHA DE INDICE
      *    IDX-ORC-WS (A IMAGEM ANTERIOR JA ESTA EM ANTES-TRL-WS)
       REGISTRA-ORC.
           MOVE "ARQORCA" TO CADASTRO-TRL-WS
           MOVE TAB-ORCA-ITEM (IDX-ORC-WS) TO DEPOIS-TRL-WS
           IF OPERACAO-TRL-WS = "E"
               MOVE SPACES TO DEPOIS-TRL-WS.
           MOVE SPACES TO CHAVE-TRL-WS
           STRING CONTA-TAB-ORC-WS (IDX-ORC-WS) "/"
               CUSTO-TAB-ORC-WS (IDX-ORC-WS) "/"
               ANO-TAB-ORC-WS (IDX-ORC-WS) "/"
               MES-TAB-ORC-WS (IDX-ORC-WS)
               DELIMITED BY SIZE INTO CHAVE-TRL-WS
           PERFORM GRAVA-TRILHA THRU GRAVA-TRILHA-EXIT.
      *
           COPY OPERPR.
      *
           COPY TRILPR.
