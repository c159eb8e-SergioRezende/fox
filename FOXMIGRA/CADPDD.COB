      *
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. CADPDD.
       AUTHOR. LUIS AUGUSTO.
      *
      *    DATA DA ALTERACAO: 10/96
      *
      *    MANUTENCAO DA TABELA DE PERCENTUAIS DA PROVISAO PARA
      *    DEVEDORES DUVIDOSOS ("ARQPDD.DAT"): PARA CADA FAIXA DE
      *    ATRASO (LIMITE EM DIAS; 0000 = A VENCER), O PERCENTUAL
      *    QUE O CONVPDD APLICA SOBRE O SALDO EM ABERTO DOS TITULOS
      *    NO FECHAMENTO DO MES. AS FAIXAS FICAM EM ORDEM DO LIMITE;
      *    ATRASO ACIMA DO MAIOR LIMITE CAI NA ULTIMA. AS ALTERACOES
      *    FICAM NA TRILHA DOS CADASTROS ("CADTRIL.LOG").
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
           COPY PDDSL.
      *
           COPY OPERSL.
      *
           COPY TRILSL.
      *
       DATA DIVISION.
       FILE SECTION.
      *
           COPY PDDFD.
      *
           COPY OPERFD.
      *
           COPY TRILFD.
      *
       WORKING-STORAGE SECTION.
      *
       77  I                     PIC 9(02).
       77  E                     PIC 9(02).
       77  LINHA-PDD-WS          PIC 9(02).
       77  ITEM-ED-WS            PIC 9(02).
       77  OPCAO-WS              PIC X(01).
       77  DIAS-ED-WS            PIC 9(04).
       77  PERC-ED-WS            PIC ZZ9,99.
      *
           COPY PDDVL.
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
           MOVE "CADPDD  " TO PROGRAMA-ACE-WS
           PERFORM AUTENTICA-OPERADOR THRU AUTENTICA-OPERADOR-EXIT.
           PERFORM CARREGA-PDD THRU CARREGA-PDD-EXIT.
       015-MENU.
           DISPLAY (1, 1) ERASE
           DISPLAY (2, 14) "* PERCENTUAIS DA PDD POR FAIXA DE ATRASO *"
           DISPLAY (4, 05) "ATRASO ATE   PERC.  DESCRICAO"
           PERFORM MOSTRA-PDD
               VARYING IDX-PDD-WS FROM 1 BY 1
               UNTIL IDX-PDD-WS > QTD-PDD-WS

           DISPLAY (22, 05)
               "Opcao (I=Inclui A=Altera E=Exclui F=Fim):"
           ACCEPT (, ) OPCAO-WS WITH PROMPT UPDATE
           ACCEPT ESCAPE-77 FROM ESCAPE KEY
           IF ESCAPE-77 NOT = ZEROS OR OPCAO-WS = "F"
               PERFORM GRAVA-PDD
               STOP RUN.
           IF OPCAO-WS = "I"
               PERFORM INCLUI-PDD THRU INCLUI-PDD-EXIT
               GO TO 015-MENU.
           IF OPCAO-WS = "A"
               PERFORM ALTERA-PDD THRU ALTERA-PDD-EXIT
               GO TO 015-MENU.
           IF OPCAO-WS = "E"
               PERFORM EXCLUI-PDD THRU EXCLUI-PDD-EXIT
               GO TO 015-MENU.
           GO TO 015-MENU.
      *
      *    MOSTRA UMA FAIXA NO PAINEL (A TABELA CABE NUMA TELA)
       MOSTRA-PDD.
           COMPUTE LINHA-PDD-WS = 4 + IDX-PDD-WS
           MOVE PERC-TAB-PDD-WS (IDX-PDD-WS) TO PERC-ED-WS
           DISPLAY (LINHA-PDD-WS, 05) DIAS-TAB-PDD-WS  (IDX-PDD-WS)
           DISPLAY (LINHA-PDD-WS, 16) PERC-ED-WS
           DISPLAY (LINHA-PDD-WS, 24) DESCR-TAB-PDD-WS (IDX-PDD-WS).
      *
      *    INCLUI UMA FAIXA NOVA NA POSICAO DO SEU LIMITE DE DIAS
      *    (DOIS LIMITES IGUAIS NAO SAO ACEITOS)
       INCLUI-PDD.
           IF QTD-PDD-WS = 20
               DISPLAY (23, 05) "TABELA CHEIA - 20 FAIXAS"
               GO TO INCLUI-PDD-EXIT.
           DISPLAY (23, 05) "Atraso ate (dias, 0=a vencer)....:"
           MOVE ZEROS TO DIAS-ED-WS
           ACCEPT (, ) DIAS-ED-WS WITH PROMPT UPDATE
           IF ESCAPE-77 NOT = ZEROS GO TO INCLUI-PDD-EXIT.
           MOVE DIAS-ED-WS TO ATRASO-BUSCA-PDD-WS
           PERFORM ACHA-FAIXA-PDD
           IF IDX-ACHADO-PDD-WS NOT = ZEROS
               IF DIAS-TAB-PDD-WS (IDX-ACHADO-PDD-WS) = DIAS-ED-WS
                   DISPLAY (24, 05) "FAIXA JA CADASTRADA - USE ALTERA"
                   GO TO INCLUI-PDD-EXIT.
      *    IDX-PDD-WS PARA NO PRIMEIRO LIMITE MAIOR (OU APOS O FIM)
           PERFORM ABRE-ESPACO-PDD
               VARYING ITEM-ED-WS FROM QTD-PDD-WS BY -1
               UNTIL ITEM-ED-WS < IDX-PDD-WS
           ADD 1 TO QTD-PDD-WS
           MOVE DIAS-ED-WS TO DIAS-TAB-PDD-WS  (IDX-PDD-WS)
           MOVE ZEROS      TO PERC-TAB-PDD-WS  (IDX-PDD-WS)
           MOVE SPACES     TO DESCR-TAB-PDD-WS (IDX-PDD-WS)
           PERFORM DIGITA-PDD
           MOVE "I" TO OPERACAO-TRL-WS
           MOVE SPACES TO ANTES-TRL-WS
           PERFORM REGISTRA-PDD.
       INCLUI-PDD-EXIT.
           EXIT.
      *
       ABRE-ESPACO-PDD.
           MOVE TAB-PDD-ITEM (ITEM-ED-WS)
               TO TAB-PDD-ITEM (ITEM-ED-WS + 1).
      *
      *    LOCALIZA A FAIXA PELO LIMITE E REDIGITA PERCENTUAL E
      *    DESCRICAO (O LIMITE NAO MUDA: PARA ISSO, EXCLUI E INCLUI)
       ALTERA-PDD.
           DISPLAY (23, 05) "Faixa a alterar (atraso ate).....:"
           ACCEPT (, ) DIAS-ED-WS WITH PROMPT UPDATE
           IF ESCAPE-77 NOT = ZEROS GO TO ALTERA-PDD-EXIT.
           PERFORM LOCALIZA-PDD
           IF IDX-ACHADO-PDD-WS = ZEROS
               DISPLAY (24, 05) "FAIXA NAO CADASTRADA"
               GO TO ALTERA-PDD-EXIT.
           MOVE IDX-ACHADO-PDD-WS TO IDX-PDD-WS
           MOVE "A" TO OPERACAO-TRL-WS
           MOVE TAB-PDD-ITEM (IDX-PDD-WS) TO ANTES-TRL-WS
           PERFORM DIGITA-PDD
           PERFORM REGISTRA-PDD.
       ALTERA-PDD-EXIT.
           EXIT.
      *
      *    EXCLUI A FAIXA (OS TITULOS PASSAM PARA A FAIXA SEGUINTE)
       EXCLUI-PDD.
           DISPLAY (23, 05) "Faixa a excluir (atraso ate).....:"
           ACCEPT (, ) DIAS-ED-WS WITH PROMPT UPDATE
           IF ESCAPE-77 NOT = ZEROS GO TO EXCLUI-PDD-EXIT.
           PERFORM LOCALIZA-PDD
           IF IDX-ACHADO-PDD-WS = ZEROS
               DISPLAY (24, 05) "FAIXA NAO CADASTRADA"
               GO TO EXCLUI-PDD-EXIT.
           MOVE IDX-ACHADO-PDD-WS TO IDX-PDD-WS
           MOVE "E" TO OPERACAO-TRL-WS
           MOVE TAB-PDD-ITEM (IDX-PDD-WS) TO ANTES-TRL-WS
           PERFORM REGISTRA-PDD
           PERFORM DESLOCA-PDD
               VARYING ITEM-ED-WS FROM IDX-PDD-WS BY 1
               UNTIL ITEM-ED-WS NOT < QTD-PDD-WS
           SUBTRACT 1 FROM QTD-PDD-WS.
       EXCLUI-PDD-EXIT.
           EXIT.
      *
       DESLOCA-PDD.
           MOVE TAB-PDD-ITEM (ITEM-ED-WS + 1)
               TO TAB-PDD-ITEM (ITEM-ED-WS).
      *
      *    FAIXA DE LIMITE IGUAL A DIAS-ED-WS (ZEROS = NAO EXISTE)
       LOCALIZA-PDD.
           MOVE DIAS-ED-WS TO ATRASO-BUSCA-PDD-WS
           PERFORM ACHA-FAIXA-PDD
           IF IDX-ACHADO-PDD-WS NOT = ZEROS
               IF DIAS-TAB-PDD-WS (IDX-ACHADO-PDD-WS) NOT = DIAS-ED-WS
                   MOVE ZEROS TO IDX-ACHADO-PDD-WS.
      *
      *    DIGITACAO DA FAIXA DE INDICE IDX-PDD-WS
       DIGITA-PDD.
           DISPLAY (23, 05) "Percentual da provisao (%).......:"
           ACCEPT (, ) PERC-TAB-PDD-WS (IDX-PDD-WS)
               WITH PROMPT UPDATE
           IF PERC-TAB-PDD-WS (IDX-PDD-WS) > 100
               DISPLAY (24, 05) "PERCENTUAL ACIMA DE 100 - REDIGITE"
               GO TO DIGITA-PDD.
           DISPLAY (23, 05) "Descricao da faixa...............:"
           ACCEPT (, ) DESCR-TAB-PDD-WS (IDX-PDD-WS)
               WITH PROMPT UPDATE.
      *
           COPY PDDPR.
      *
      *    REGISTRA NA TRILHA DOS CADASTROS A FAIXA DE INDICE
      *    IDX-PDD-WS (A IMAGEM ANTERIOR JA ESTA EM ANTES-TRL-WS)
       REGISTRA-PDD.
           MOVE "ARQPDD  " TO CADASTRO-TRL-WS
           MOVE SPACES TO DEPOIS-TRL-WS
           IF OPERACAO-TRL-WS NOT = "E"
               MOVE TAB-PDD-ITEM (IDX-PDD-WS) TO DEPOIS-TRL-WS.
           MOVE SPACES TO CHAVE-TRL-WS
           STRING DIAS-TAB-PDD-WS (IDX-PDD-WS)
               DELIMITED BY SIZE INTO CHAVE-TRL-WS
           PERFORM GRAVA-TRILHA THRU GRAVA-TRILHA-EXIT.
      *
           COPY OPERPR.
      *
           COPY TRILPR.
