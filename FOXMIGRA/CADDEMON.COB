      *
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. CADDEMON.
       AUTHOR. LUIS AUGUSTO.
      *
      *    DATA DA ALTERACAO: 10/96
      *
      *    MANUTENCAO DO LAYOUT DOS DEMONSTRATIVOS CONTABEIS
      *    ("ARQDEMON.DAT") QUE O CONVDEMO IMPRIME: DRE (R) E BALANCO
      *    PATRIMONIAL (B). CADA LINHA OU SOMA UMA FAIXA DE CONTAS
      *    (TIPO C - RECEITA BRUTA, DEDUCOES, CMV, DESPESAS, GRUPOS DO
      *    ATIVO E DO PASSIVO) OU TOTALIZA AS LINHAS "C" DO MESMO
      *    DEMONSTRATIVO NUMA FAIXA DE NUMEROS DE LINHA (TIPO T -
      *    RESULTADO, TOTAL DO ATIVO). A NATUREZA DIZ SE A LINHA SAI
      *    DEBITO MENOS CREDITO (D) OU CREDITO MENOS DEBITO (C). A
      *    TABELA E MANTIDA EM ORDEM DE DEMONSTRATIVO E LINHA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
           COPY DEMONSL.
      *
           COPY OPERSL.
      *
       DATA DIVISION.
       FILE SECTION.
      *
           COPY DEMONFD.
      *
           COPY OPERFD.
      *
       WORKING-STORAGE SECTION.
      *
       77  I                     PIC 9(02).
       77  E                     PIC 9(02).
       77  LINHA-TELA-WS         PIC 9(02).
       77  PAGINA-DEM-WS         PIC 9(02).
       77  PRIMEIRO-PAG-WS       PIC 9(03).
       77  OPCAO-WS              PIC X(01).
       77  DEMONST-ED-WS         PIC X(01).
       77  LINHA-ED-WS           PIC 9(03).
       77  ITEM-ED-WS            PIC 9(03).
       77  POSICAO-WS            PIC 9(03).
       01  CHAVE-ED-WS.
           05  DEMONST-CHAVE-ED-WS           PIC X(01).
           05  LINHA-CHAVE-ED-WS             PIC 9(03).
       01  CHAVE-TAB-WS.
           05  DEMONST-CHAVE-TAB-WS          PIC X(01).
           05  LINHA-CHAVE-TAB-WS            PIC 9(03).
      *
           COPY DEMONVL.
      *
           COPY TELAWS.
      *
      *    OPERADOR DA MANUTENCAO, CONFERIDO NO CADASTRO DE
      *    OPERADORES (COPY OPERPR)
       77  OPERADOR-EXEC-WS VALUE "????????"   PIC X(08).
      *
           COPY OPERWS.
      *

       PROCEDURE DIVISION.
      *
       INICIO-010.
           DISPLAY (1, 1) ERASE.
           DISPLAY (3, 05) "Operador................:"
           ACCEPT (, ) OPERADOR-EXEC-WS WITH PROMPT UPDATE
           MOVE "CADDEMON" TO PROGRAMA-ACE-WS
           PERFORM AUTENTICA-OPERADOR THRU AUTENTICA-OPERADOR-EXIT.
           PERFORM CARREGA-DEMON THRU CARREGA-DEMON-EXIT
           MOVE 1 TO PRIMEIRO-PAG-WS.
       015-MENU.
           DISPLAY (1, 1) ERASE
           DISPLAY (2, 14) "* LAYOUT DOS DEMONSTRATIVOS CONTABEIS *"
           DISPLAY (4, 01)
               "ITEM D LIN DESCRICAO"
           DISPLAY (4, 50) "T INICIO      FIM         N"
           MOVE 0 TO PAGINA-DEM-WS
           PERFORM MOSTRA-DEM
               VARYING IDX-DEM-WS FROM PRIMEIRO-PAG-WS BY 1
               UNTIL IDX-DEM-WS > QTD-DEMON-WS
               OR PAGINA-DEM-WS > 15

           DISPLAY (22, 05)
               "Opcao (I=Inclui A=Altera E=Exclui P=Proxima F=Fim):"
           ACCEPT (, ) OPCAO-WS WITH PROMPT UPDATE
           ACCEPT ESCAPE-77 FROM ESCAPE KEY
           IF ESCAPE-77 NOT = ZEROS OR OPCAO-WS = "F"
               PERFORM GRAVA-DEMON
               STOP RUN.
           IF OPCAO-WS = "I"
               PERFORM INCLUI-DEM THRU INCLUI-DEM-EXIT
               GO TO 015-MENU.
           IF OPCAO-WS = "A"
               PERFORM ALTERA-DEM THRU ALTERA-DEM-EXIT
               GO TO 015-MENU.
           IF OPCAO-WS = "E"
               PERFORM EXCLUI-DEM THRU EXCLUI-DEM-EXIT
               GO TO 015-MENU.
           IF OPCAO-WS = "P"
               ADD 16 TO PRIMEIRO-PAG-WS
               IF PRIMEIRO-PAG-WS > QTD-DEMON-WS
                   MOVE 1 TO PRIMEIRO-PAG-WS
               END-IF
               GO TO 015-MENU.
           GO TO 015-MENU.
      *
      *    MOSTRA UMA LINHA DA TABELA NO PAINEL
       MOSTRA-DEM.
           ADD 1 TO PAGINA-DEM-WS
           COMPUTE LINHA-TELA-WS = 4 + PAGINA-DEM-WS
           DISPLAY (LINHA-TELA-WS, 01) IDX-DEM-WS
           DISPLAY (LINHA-TELA-WS, 06) DEMONST-TAB-DEM-WS (IDX-DEM-WS)
           DISPLAY (LINHA-TELA-WS, 08) LINHA-TAB-DEM-WS (IDX-DEM-WS)
           DISPLAY (LINHA-TELA-WS, 12) DESCR-TAB-DEM-WS (IDX-DEM-WS)
           DISPLAY (LINHA-TELA-WS, 50) TIPO-TAB-DEM-WS (IDX-DEM-WS)
           DISPLAY (LINHA-TELA-WS, 52) INICIO-TAB-DEM-WS (IDX-DEM-WS)
           DISPLAY (LINHA-TELA-WS, 64) FIM-TAB-DEM-WS (IDX-DEM-WS)
           DISPLAY (LINHA-TELA-WS, 76)
               NATUREZA-TAB-DEM-WS (IDX-DEM-WS).
      *
      *    INCLUI UMA LINHA NOVA NA SUA POSICAO (DEMONSTRATIVO/LINHA)
       INCLUI-DEM.
           IF QTD-DEMON-WS = 200
               DISPLAY (23, 05) "LAYOUT CHEIO - 200 LINHAS"
               GO TO INCLUI-DEM-EXIT.
           MOVE SPACES TO DEMONST-ED-WS
           MOVE ZEROS TO LINHA-ED-WS
           DISPLAY (23, 05) "Demonstrativo (R=DRE B=Balanco)..:"
           ACCEPT (, ) DEMONST-ED-WS WITH PROMPT UPDATE
           IF ESCAPE-77 NOT = ZEROS GO TO INCLUI-DEM-EXIT.
           IF DEMONST-ED-WS NOT = "R" AND DEMONST-ED-WS NOT = "B"
               DISPLAY (24, 05) "DEMONSTRATIVO INVALIDO"
               GO TO INCLUI-DEM-EXIT.
           DISPLAY (23, 05) "Numero da linha..................:"
           ACCEPT (, ) LINHA-ED-WS WITH PROMPT UPDATE
           IF ESCAPE-77 NOT = ZEROS OR LINHA-ED-WS = ZEROS
               GO TO INCLUI-DEM-EXIT.
           MOVE DEMONST-ED-WS TO DEMONST-BUSCA-DEM-WS
           MOVE LINHA-ED-WS TO LINHA-BUSCA-DEM-WS
           PERFORM ACHA-DEMON
           IF IDX-ACHADO-DEM-WS NOT = ZEROS
               DISPLAY (24, 05) "LINHA JA CADASTRADA"
               GO TO INCLUI-DEM-EXIT.
           MOVE DEMONST-ED-WS TO DEMONST-CHAVE-ED-WS
           MOVE LINHA-ED-WS TO LINHA-CHAVE-ED-WS
           MOVE 1 TO POSICAO-WS
           PERFORM PROCURA-POSICAO THRU PROCURA-POSICAO-EXIT
           PERFORM VARYING IDX-DEM-WS FROM QTD-DEMON-WS BY -1
               UNTIL IDX-DEM-WS < POSICAO-WS
               MOVE TAB-DEMON-ITEM (IDX-DEM-WS)
                   TO TAB-DEMON-ITEM (IDX-DEM-WS + 1)
           END-PERFORM
           ADD 1 TO QTD-DEMON-WS
           MOVE POSICAO-WS TO IDX-DEM-WS
           MOVE DEMONST-ED-WS TO DEMONST-TAB-DEM-WS (IDX-DEM-WS)
           MOVE LINHA-ED-WS TO LINHA-TAB-DEM-WS (IDX-DEM-WS)
           MOVE SPACES TO DESCR-TAB-DEM-WS (IDX-DEM-WS)
           MOVE "C"    TO TIPO-TAB-DEM-WS (IDX-DEM-WS)
           MOVE ZEROS  TO INICIO-TAB-DEM-WS (IDX-DEM-WS)
           MOVE ZEROS  TO FIM-TAB-DEM-WS (IDX-DEM-WS)
           MOVE "D"    TO NATUREZA-TAB-DEM-WS (IDX-DEM-WS)
           PERFORM DIGITA-DEM THRU DIGITA-DEM-EXIT.
       INCLUI-DEM-EXIT.
           EXIT.
      *
      *    POSICAO-WS VOLTA COM A PRIMEIRA LINHA DA TABELA DE CHAVE
      *    MAIOR QUE A DIGITADA (OU QTD + 1)
       PROCURA-POSICAO.
           IF POSICAO-WS > QTD-DEMON-WS
               GO TO PROCURA-POSICAO-EXIT.
           MOVE DEMONST-TAB-DEM-WS (POSICAO-WS) TO DEMONST-CHAVE-TAB-WS
           MOVE LINHA-TAB-DEM-WS (POSICAO-WS) TO LINHA-CHAVE-TAB-WS
           IF CHAVE-TAB-WS > CHAVE-ED-WS
               GO TO PROCURA-POSICAO-EXIT.
           ADD 1 TO POSICAO-WS
           GO TO PROCURA-POSICAO.
       PROCURA-POSICAO-EXIT.
           EXIT.
      *
      *    LOCALIZA O DEMONSTRATIVO/LINHA INFORMADO E REDIGITA
       ALTERA-DEM.
           DISPLAY (23, 05) "Demonstrativo a alterar (R/B)....:"
           ACCEPT (, ) DEMONST-ED-WS WITH PROMPT UPDATE
           IF ESCAPE-77 NOT = ZEROS GO TO ALTERA-DEM-EXIT.
           DISPLAY (23, 05) "Linha a alterar..................:"
           ACCEPT (, ) LINHA-ED-WS WITH PROMPT UPDATE
           IF ESCAPE-77 NOT = ZEROS GO TO ALTERA-DEM-EXIT.
           MOVE DEMONST-ED-WS TO DEMONST-BUSCA-DEM-WS
           MOVE LINHA-ED-WS TO LINHA-BUSCA-DEM-WS
           PERFORM ACHA-DEMON
           IF IDX-ACHADO-DEM-WS = ZEROS
               DISPLAY (24, 05) "LINHA NAO CADASTRADA"
               GO TO ALTERA-DEM-EXIT.
           MOVE IDX-ACHADO-DEM-WS TO IDX-DEM-WS
           PERFORM DIGITA-DEM THRU DIGITA-DEM-EXIT.
       ALTERA-DEM-EXIT.
           EXIT.
      *
      *    EXCLUI UMA LINHA PELO NUMERO DO ITEM NO PAINEL
       EXCLUI-DEM.
           DISPLAY (23, 05) "Item a excluir...................:"
           ACCEPT (, ) ITEM-ED-WS WITH PROMPT UPDATE
           IF ESCAPE-77 NOT = ZEROS GO TO EXCLUI-DEM-EXIT.
           IF ITEM-ED-WS = ZEROS OR ITEM-ED-WS > QTD-DEMON-WS
               DISPLAY (24, 05) "ITEM INEXISTENTE"
               GO TO EXCLUI-DEM-EXIT.
           PERFORM VARYING IDX-DEM-WS FROM ITEM-ED-WS BY 1
               UNTIL IDX-DEM-WS NOT < QTD-DEMON-WS
               MOVE TAB-DEMON-ITEM (IDX-DEM-WS + 1)
                   TO TAB-DEMON-ITEM (IDX-DEM-WS)
           END-PERFORM
           SUBTRACT 1 FROM QTD-DEMON-WS.
       EXCLUI-DEM-EXIT.
           EXIT.
      *
      *    DIGITACAO DOS CAMPOS DA LINHA DE INDICE IDX-DEM-WS
       DIGITA-DEM.
           DISPLAY (23, 05) "Descricao........................:"
           ACCEPT (, ) DESCR-TAB-DEM-WS (IDX-DEM-WS)
               WITH PROMPT UPDATE.
       DIGITA-TIPO.
           DISPLAY (23, 05) "Tipo (C=Contas T=Total de linhas):"
           ACCEPT (, ) TIPO-TAB-DEM-WS (IDX-DEM-WS)
               WITH PROMPT UPDATE
           IF NOT LINHA-CONTAS-DEM (IDX-DEM-WS)
           AND NOT LINHA-TOTAL-DEM (IDX-DEM-WS)
               GO TO DIGITA-TIPO.
           IF LINHA-CONTAS-DEM (IDX-DEM-WS)
               DISPLAY (23, 05) "Conta inicial da faixa...........:"
           ELSE
               DISPLAY (23, 05) "Linha inicial a totalizar........:".
           ACCEPT (, ) INICIO-TAB-DEM-WS (IDX-DEM-WS)
               WITH PROMPT UPDATE
           IF LINHA-CONTAS-DEM (IDX-DEM-WS)
               DISPLAY (23, 05) "Conta final da faixa.............:"
           ELSE
               DISPLAY (23, 05) "Linha final a totalizar..........:".
           ACCEPT (, ) FIM-TAB-DEM-WS (IDX-DEM-WS)
               WITH PROMPT UPDATE
           IF FIM-TAB-DEM-WS (IDX-DEM-WS)
              < INICIO-TAB-DEM-WS (IDX-DEM-WS)
               MOVE INICIO-TAB-DEM-WS (IDX-DEM-WS)
                   TO FIM-TAB-DEM-WS (IDX-DEM-WS).
       DIGITA-NATUREZA.
           DISPLAY (23, 05) "Natureza (D=Devedora C=Credora)..:"
           ACCEPT (, ) NATUREZA-TAB-DEM-WS (IDX-DEM-WS)
               WITH PROMPT UPDATE
           IF NATUREZA-TAB-DEM-WS (IDX-DEM-WS) NOT = "D"
           AND NATUREZA-TAB-DEM-WS (IDX-DEM-WS) NOT = "C"
               GO TO DIGITA-NATUREZA.
       DIGITA-DEM-EXIT.
           EXIT.
      *
           COPY DEMONPR.
      *
           COPY OPERPR.
