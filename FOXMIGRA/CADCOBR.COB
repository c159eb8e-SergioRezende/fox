      *
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. CADCOBR.
       AUTHOR. LUIS AUGUSTO.
      *
      *    DATA DA ALTERACAO: 10/96
      *
      *    MANUTENCAO DO CADASTRO DE COBRADORES POR REGIAO
      *    ("ARQCOBR.DAT"): PARA CADA REGIAO, O COBRADOR DA CASA QUE
      *    FAZ A COBRANCA DAS DUPLICATAS EM CARTEIRA. O CONVROTA
      *    MONTA UMA FOLHA DE COBRANCA POR COBRADOR A PARTIR DESTA
      *    TABELA; REGIAO SEM COBRADOR FICA FORA DAS FOLHAS. AS
      *    ALTERACOES FICAM NA TRILHA DOS CADASTROS ("CADTRIL.LOG").
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
           COPY COBRSL.
      *
           COPY OPERSL.
      *
           COPY TRILSL.
      *
       DATA DIVISION.
       FILE SECTION.
      *
           COPY COBRFD.
      *
           COPY OPERFD.
      *
           COPY TRILFD.
      *
       WORKING-STORAGE SECTION.
      *
       77  I                     PIC 9(02).
       77  E                     PIC 9(02).
       77  LINHA-COB-WS          PIC 9(02).
       77  PAGINA-COB-WS         PIC 9(02).
       77  PRIMEIRO-PAG-WS       PIC 9(03).
       77  ITEM-ED-WS            PIC 9(03).
       77  OPCAO-WS              PIC X(01).
       77  REGIAO-ED-WS          PIC 9(03).
      *
           COPY COBRVL.
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
           MOVE "CADCOBR " TO PROGRAMA-ACE-WS
           PERFORM AUTENTICA-OPERADOR THRU AUTENTICA-OPERADOR-EXIT.
           PERFORM CARREGA-COBRADOR THRU CARREGA-COBRADOR-EXIT
           MOVE 1 TO PRIMEIRO-PAG-WS.
       015-MENU.
           DISPLAY (1, 1) ERASE
           DISPLAY (2, 14) "* MANUTENCAO DE COBRADORES POR REGIAO *"
           DISPLAY (4, 05) "REG COB NOME DO COBRADOR"
           MOVE 0 TO PAGINA-COB-WS
           PERFORM MOSTRA-COB
               VARYING IDX-COB-WS FROM PRIMEIRO-PAG-WS BY 1
               UNTIL IDX-COB-WS > QTD-COBR-WS
               OR PAGINA-COB-WS > 15

           DISPLAY (22, 05)
               "Opcao (I=Inclui A=Altera E=Exclui P=Proxima F=Fim):"
           ACCEPT (, ) OPCAO-WS WITH PROMPT UPDATE
           ACCEPT ESCAPE-77 FROM ESCAPE KEY
           IF ESCAPE-77 NOT = ZEROS OR OPCAO-WS = "F"
               PERFORM GRAVA-COBRADOR
               STOP RUN.
           IF OPCAO-WS = "I"
               PERFORM INCLUI-COB THRU INCLUI-COB-EXIT
               GO TO 015-MENU.
           IF OPCAO-WS = "A"
               PERFORM ALTERA-COB THRU ALTERA-COB-EXIT
               GO TO 015-MENU.
           IF OPCAO-WS = "E"
               PERFORM EXCLUI-COB THRU EXCLUI-COB-EXIT
               GO TO 015-MENU.
           IF OPCAO-WS = "P"
               ADD 16 TO PRIMEIRO-PAG-WS
               IF PRIMEIRO-PAG-WS > QTD-COBR-WS
                   MOVE 1 TO PRIMEIRO-PAG-WS
               END-IF
               GO TO 015-MENU.
           GO TO 015-MENU.
      *
      *    MOSTRA UMA LINHA DA TABELA NO PAINEL
       MOSTRA-COB.
           ADD 1 TO PAGINA-COB-WS
           COMPUTE LINHA-COB-WS = 4 + PAGINA-COB-WS
           DISPLAY (LINHA-COB-WS, 05) REGIAO-TAB-COB-WS   (IDX-COB-WS)
           DISPLAY (LINHA-COB-WS, 09) COBRADOR-TAB-COB-WS (IDX-COB-WS)
           DISPLAY (LINHA-COB-WS, 13) NOME-TAB-COB-WS     (IDX-COB-WS).
      *
      *    INCLUI UMA REGIAO NOVA NO FIM DA TABELA (A REGIAO NAO PODE
      *    TER DOIS COBRADORES)
       INCLUI-COB.
           IF QTD-COBR-WS = 300
               DISPLAY (23, 05) "CADASTRO CHEIO - 300 REGIOES"
               GO TO INCLUI-COB-EXIT.
           DISPLAY (23, 05) "Regiao...........................:"
           MOVE ZEROS TO REGIAO-ED-WS
           ACCEPT (, ) REGIAO-ED-WS WITH PROMPT UPDATE
           IF ESCAPE-77 NOT = ZEROS GO TO INCLUI-COB-EXIT.
           MOVE REGIAO-ED-WS TO REGIAO-BUSCA-COB-WS
           PERFORM ACHA-COBRADOR
           IF IDX-ACHADO-COB-WS NOT = ZEROS
               DISPLAY (24, 05) "REGIAO JA TEM COBRADOR - USE ALTERA"
               GO TO INCLUI-COB-EXIT.
           ADD 1 TO QTD-COBR-WS
           MOVE QTD-COBR-WS TO IDX-COB-WS
           MOVE REGIAO-ED-WS TO REGIAO-TAB-COB-WS (IDX-COB-WS)
           MOVE ZEROS  TO COBRADOR-TAB-COB-WS (IDX-COB-WS)
           MOVE SPACES TO NOME-TAB-COB-WS     (IDX-COB-WS)
           PERFORM DIGITA-COB
           MOVE "I" TO OPERACAO-TRL-WS
           MOVE SPACES TO ANTES-TRL-WS
           PERFORM REGISTRA-COB.
       INCLUI-COB-EXIT.
           EXIT.
      *
      *    LOCALIZA A REGIAO INFORMADA E REDIGITA O COBRADOR
       ALTERA-COB.
           DISPLAY (23, 05) "Regiao a alterar.................:"
           ACCEPT (, ) REGIAO-ED-WS WITH PROMPT UPDATE
           IF ESCAPE-77 NOT = ZEROS GO TO ALTERA-COB-EXIT.
           MOVE REGIAO-ED-WS TO REGIAO-BUSCA-COB-WS
           PERFORM ACHA-COBRADOR
           IF IDX-ACHADO-COB-WS = ZEROS
               DISPLAY (24, 05) "REGIAO SEM COBRADOR CADASTRADO"
               GO TO ALTERA-COB-EXIT.
           MOVE IDX-ACHADO-COB-WS TO IDX-COB-WS
           MOVE "A" TO OPERACAO-TRL-WS
           MOVE TAB-COBR-ITEM (IDX-COB-WS) TO ANTES-TRL-WS
           PERFORM DIGITA-COB
           PERFORM REGISTRA-COB.
       ALTERA-COB-EXIT.
           EXIT.
      *
      *    EXCLUI A REGIAO (PASSA A FICAR FORA DAS FOLHAS)
       EXCLUI-COB.
           DISPLAY (23, 05) "Regiao a excluir.................:"
           ACCEPT (, ) REGIAO-ED-WS WITH PROMPT UPDATE
           IF ESCAPE-77 NOT = ZEROS GO TO EXCLUI-COB-EXIT.
           MOVE REGIAO-ED-WS TO REGIAO-BUSCA-COB-WS
           PERFORM ACHA-COBRADOR
           IF IDX-ACHADO-COB-WS = ZEROS
               DISPLAY (24, 05) "REGIAO SEM COBRADOR CADASTRADO"
               GO TO EXCLUI-COB-EXIT.
           MOVE IDX-ACHADO-COB-WS TO IDX-COB-WS
           MOVE "E" TO OPERACAO-TRL-WS
           MOVE TAB-COBR-ITEM (IDX-COB-WS) TO ANTES-TRL-WS
           PERFORM REGISTRA-COB
           PERFORM DESLOCA-COB
               VARYING ITEM-ED-WS FROM IDX-COB-WS BY 1
               UNTIL ITEM-ED-WS NOT < QTD-COBR-WS
           SUBTRACT 1 FROM QTD-COBR-WS.
       EXCLUI-COB-EXIT.
           EXIT.
      *
       DESLOCA-COB.
           MOVE TAB-COBR-ITEM (ITEM-ED-WS + 1)
               TO TAB-COBR-ITEM (ITEM-ED-WS).
      *
      *    DIGITACAO DO COBRADOR DA REGIAO DE INDICE IDX-COB-WS
       DIGITA-COB.
           DISPLAY (23, 05) "Codigo do cobrador...............:"
           ACCEPT (, ) COBRADOR-TAB-COB-WS (IDX-COB-WS)
               WITH PROMPT UPDATE
           DISPLAY (23, 05) "Nome do cobrador.................:"
           ACCEPT (, ) NOME-TAB-COB-WS (IDX-COB-WS)
               WITH PROMPT UPDATE.
      *
           COPY COBRPR.
      *
      *    REGISTRA NA TRILHA DOS CADASTROS A LINHA DE INDICE
      *    IDX-COB-WS (A IMAGEM ANTERIOR JA ESTA EM ANTES-TRL-WS)
       REGISTRA-COB.
           MOVE "ARQCOBR " TO CADASTRO-TRL-WS
           MOVE SPACES TO DEPOIS-TRL-WS
           IF OPERACAO-TRL-WS NOT = "E"
               MOVE TAB-COBR-ITEM (IDX-COB-WS) TO DEPOIS-TRL-WS.
           MOVE SPACES TO CHAVE-TRL-WS
           STRING REGIAO-TAB-COB-WS (IDX-COB-WS)
               DELIMITED BY SIZE INTO CHAVE-TRL-WS
           PERFORM GRAVA-TRILHA THRU GRAVA-TRILHA-EXIT.
      *
           COPY OPERPR.
      *
           COPY TRILPR.
