      *
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. CADPEDID.
       AUTHOR. LUIS AUGUSTO.
      *
      *    DATA DA ALTERACAO: 10/96
      *
      *    MANUTENCAO DO CADASTRO DE PEDIDOS DE COMPRA
      *    ("ARQPEDID.DAT"): UMA LINHA POR ITEM DO PEDIDO, COM O
      *    FORNECEDOR, A QUANTIDADE PEDIDA, O PRECO UNITARIO COMBINADO
      *    E A DATA PREVISTA DE ENTREGA. O NUMERO DO PEDIDO E O MESMO
      *    QUE O RECEBIMENTO DIGITA NA ENTRADA (PEDIDO-NTENT); O
      *    CONVPEDI CONFERE AS ENTRADAS CONTRA ESTE CADASTRO. O
      *    COMPRADOR ENCERRA O ITEM (SITUACAO "E") QUANDO DESISTE DO
      *    SALDO, PARA ELE SAIR DA LISTA DE PEDIDOS EM ATRASO.
      *    O MESMO ITEM NAO ENTRA DUAS VEZES NO MESMO PEDIDO (USE A
      *    ALTERACAO), E A DATA PREVISTA E CONFERIDA NA DIGITACAO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
           COPY PEDIDSL.
      *
           COPY OPERSL.
      *
       DATA DIVISION.
       FILE SECTION.
      *
           COPY PEDIDFD.
      *
           COPY OPERFD.
      *
       WORKING-STORAGE SECTION.
      *
       77  I                     PIC 9(02).
       77  E                     PIC 9(02).
       77  LINHA-PED-WS          PIC 9(02).
       77  PAGINA-PED-WS         PIC 9(02).
       77  PRIMEIRO-PAG-WS       PIC 9(04).
       77  OPCAO-WS              PIC X(01).
       77  ITEM-ED-WS            PIC 9(04).
       77  NUMERO-ED-WS          PIC 9(06).
       77  CODIGO-ED-WS          PIC X(08).
      *
           COPY PEDIDVL.
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
           MOVE "CADPEDID" TO PROGRAMA-ACE-WS
           PERFORM AUTENTICA-OPERADOR THRU AUTENTICA-OPERADOR-EXIT.
           PERFORM CARREGA-PEDIDO THRU CARREGA-PEDIDO-EXIT
           MOVE 1 TO PRIMEIRO-PAG-WS.
       015-MENU.
           DISPLAY (1, 1) ERASE
           DISPLAY (2, 16) "* MANUTENCAO DE PEDIDOS DE COMPRA *"
           DISPLAY (4, 01)
               "ITEM PEDIDO FL FORN CODIGO   QTD   PRECO UNIT.   "
               "PREVISTO  S"
           MOVE 0 TO PAGINA-PED-WS
           PERFORM MOSTRA-PED
               VARYING IDX-PED-WS FROM PRIMEIRO-PAG-WS BY 1
               UNTIL IDX-PED-WS > QTD-PEDIDO-WS
               OR PAGINA-PED-WS > 15

           DISPLAY (22, 05)
               "Opcao (I=Inclui A=Altera E=Exclui P=Proxima F=Fim):"
           ACCEPT (, ) OPCAO-WS WITH PROMPT UPDATE
           ACCEPT ESCAPE-77 FROM ESCAPE KEY
           IF ESCAPE-77 NOT = ZEROS OR OPCAO-WS = "F"
               PERFORM GRAVA-PEDIDO
               STOP RUN.
           IF OPCAO-WS = "I"
               PERFORM INCLUI-PED THRU INCLUI-PED-EXIT
               GO TO 015-MENU.
           IF OPCAO-WS = "A"
               PERFORM ALTERA-PED THRU ALTERA-PED-EXIT
               GO TO 015-MENU.
           IF OPCAO-WS = "E"
               PERFORM EXCLUI-PED THRU EXCLUI-PED-EXIT
               GO TO 015-MENU.
           IF OPCAO-WS = "P"
               ADD 16 TO PRIMEIRO-PAG-WS
               IF PRIMEIRO-PAG-WS > QTD-PEDIDO-WS
                   MOVE 1 TO PRIMEIRO-PAG-WS
               END-IF
               GO TO 015-MENU.
           GO TO 015-MENU.
      *
      *    MOSTRA UMA LINHA DA TABELA NO PAINEL
       MOSTRA-PED.
           ADD 1 TO PAGINA-PED-WS
           COMPUTE LINHA-PED-WS = 4 + PAGINA-PED-WS
           DISPLAY (LINHA-PED-WS, 01) IDX-PED-WS
           DISPLAY (LINHA-PED-WS, 06) NUMERO-TAB-PED-WS (IDX-PED-WS)
           DISPLAY (LINHA-PED-WS, 13) FILIAL-TAB-PED-WS (IDX-PED-WS)
           DISPLAY (LINHA-PED-WS, 16) FORN-TAB-PED-WS (IDX-PED-WS)
           DISPLAY (LINHA-PED-WS, 21) CODIGO-TAB-PED-WS (IDX-PED-WS)
           DISPLAY (LINHA-PED-WS, 30) QTD-TAB-PED-WS (IDX-PED-WS)
           DISPLAY (LINHA-PED-WS, 36) PRECO-TAB-PED-WS (IDX-PED-WS)
           DISPLAY (LINHA-PED-WS, 50) DIA-PREV-TAB-PED-WS (IDX-PED-WS)
           DISPLAY (LINHA-PED-WS, 52) "/"
           DISPLAY (LINHA-PED-WS, 53) MES-PREV-TAB-PED-WS (IDX-PED-WS)
           DISPLAY (LINHA-PED-WS, 55) "/"
           DISPLAY (LINHA-PED-WS, 56) ANO-PREV-TAB-PED-WS (IDX-PED-WS)
           DISPLAY (LINHA-PED-WS, 61) SITUACAO-TAB-PED-WS (IDX-PED-WS).
      *
      *    INCLUI UM ITEM DE PEDIDO NOVO NO FIM DA TABELA; PEDIDO E
      *    ITEM JA CADASTRADOS SAO RECUSADOS
       INCLUI-PED.
           IF QTD-PEDIDO-WS = 1000
               DISPLAY (23, 05) "CADASTRO CHEIO - 1000 ITENS"
               GO TO INCLUI-PED-EXIT.
           MOVE ZEROS TO NUMERO-ED-WS
           MOVE SPACES TO CODIGO-ED-WS
           DISPLAY (23, 05) "Numero do pedido.................:"
           ACCEPT (, ) NUMERO-ED-WS WITH PROMPT UPDATE
           IF ESCAPE-77 NOT = ZEROS GO TO INCLUI-PED-EXIT.
           DISPLAY (23, 05) "Codigo do item...................:"
           ACCEPT (, ) CODIGO-ED-WS WITH PROMPT UPDATE
           IF ESCAPE-77 NOT = ZEROS GO TO INCLUI-PED-EXIT.
           MOVE NUMERO-ED-WS TO NUMERO-BUSCA-PED-WS
           MOVE CODIGO-ED-WS TO CODIGO-BUSCA-PED-WS
           PERFORM ACHA-PEDIDO
           IF IDX-ACHADO-PED-WS NOT = ZEROS
               DISPLAY (24, 05) "ITEM DE PEDIDO JA CADASTRADO - ALTERE"
               GO TO INCLUI-PED-EXIT.
           ADD 1 TO QTD-PEDIDO-WS
           MOVE QTD-PEDIDO-WS TO IDX-PED-WS
           MOVE NUMERO-ED-WS TO NUMERO-TAB-PED-WS (IDX-PED-WS)
           MOVE ZEROS  TO FILIAL-TAB-PED-WS (IDX-PED-WS)
           MOVE ZEROS  TO FORN-TAB-PED-WS (IDX-PED-WS)
           MOVE CODIGO-ED-WS TO CODIGO-TAB-PED-WS (IDX-PED-WS)
           MOVE ZEROS  TO QTD-TAB-PED-WS (IDX-PED-WS)
           MOVE ZEROS  TO PRECO-TAB-PED-WS (IDX-PED-WS)
           MOVE ZEROS  TO PREVISTO-TAB-PED-WS (IDX-PED-WS)
           MOVE ZEROS  TO RECEB-TAB-PED-WS (IDX-PED-WS)
           MOVE "A"    TO SITUACAO-TAB-PED-WS (IDX-PED-WS)
           DISPLAY (23, 05) "Filial...........................:"
           ACCEPT (, ) FILIAL-TAB-PED-WS (IDX-PED-WS)
               WITH PROMPT UPDATE
           DISPLAY (23, 05) "Codigo do fornecedor.............:"
           ACCEPT (, ) FORN-TAB-PED-WS (IDX-PED-WS)
               WITH PROMPT UPDATE
           PERFORM DIGITA-PED THRU DIGITA-PED-EXIT.
       INCLUI-PED-EXIT.
           EXIT.
      *
      *    LOCALIZA O PEDIDO/ITEM INFORMADO E REDIGITA
       ALTERA-PED.
           DISPLAY (23, 05) "Pedido a alterar.................:"
           ACCEPT (, ) NUMERO-ED-WS WITH PROMPT UPDATE
           IF ESCAPE-77 NOT = ZEROS GO TO ALTERA-PED-EXIT.
           DISPLAY (23, 05) "Codigo do item a alterar.........:"
           ACCEPT (, ) CODIGO-ED-WS WITH PROMPT UPDATE
           IF ESCAPE-77 NOT = ZEROS GO TO ALTERA-PED-EXIT.
           MOVE NUMERO-ED-WS TO NUMERO-BUSCA-PED-WS
           MOVE CODIGO-ED-WS TO CODIGO-BUSCA-PED-WS
           PERFORM ACHA-PEDIDO
           IF IDX-ACHADO-PED-WS = ZEROS
               DISPLAY (24, 05) "ITEM DE PEDIDO NAO CADASTRADO"
               GO TO ALTERA-PED-EXIT.
           MOVE IDX-ACHADO-PED-WS TO IDX-PED-WS
           PERFORM DIGITA-PED THRU DIGITA-PED-EXIT
           DISPLAY (23, 05) "Situacao (A=Aberto E=Encerrado)..:"
           ACCEPT (, ) SITUACAO-TAB-PED-WS (IDX-PED-WS)
               WITH PROMPT UPDATE
           IF SITUACAO-TAB-PED-WS (IDX-PED-WS) NOT = "E"
               MOVE "A" TO SITUACAO-TAB-PED-WS (IDX-PED-WS).
       ALTERA-PED-EXIT.
           EXIT.
      *
      *    EXCLUI UM ITEM DE PEDIDO PELO NUMERO DO ITEM NO PAINEL
       EXCLUI-PED.
           DISPLAY (23, 05) "Item a excluir...................:"
           ACCEPT (, ) ITEM-ED-WS WITH PROMPT UPDATE
           IF ESCAPE-77 NOT = ZEROS GO TO EXCLUI-PED-EXIT.
           IF ITEM-ED-WS = ZEROS OR ITEM-ED-WS > QTD-PEDIDO-WS
               DISPLAY (24, 05) "ITEM INEXISTENTE"
               GO TO EXCLUI-PED-EXIT.
           PERFORM VARYING IDX-PED-WS FROM ITEM-ED-WS BY 1
               UNTIL IDX-PED-WS NOT < QTD-PEDIDO-WS
               MOVE TAB-PEDIDO-ITEM (IDX-PED-WS + 1)
                   TO TAB-PEDIDO-ITEM (IDX-PED-WS)
           END-PERFORM
           SUBTRACT 1 FROM QTD-PEDIDO-WS.
       EXCLUI-PED-EXIT.
           EXIT.
      *
      *    DIGITACAO DA QUANTIDADE, PRECO E PREVISAO DO ITEM DE
      *    INDICE IDX-PED-WS
       DIGITA-PED.
           DISPLAY (23, 05) "Quantidade pedida................:"
           ACCEPT (, ) QTD-TAB-PED-WS (IDX-PED-WS)
               WITH PROMPT UPDATE
           DISPLAY (23, 05) "Preco unitario (em centavos).....:"
           ACCEPT (, ) PRECO-TAB-PED-WS (IDX-PED-WS)
               WITH PROMPT UPDATE.
      *    DATA PREVISTA: DIA 01 A 31, MES 01 A 12 E ANO INFORMADO;
      *    INVALIDA, DIGITA DE NOVO
       DIGITA-PED-010.
           DISPLAY (23, 05) "Entrega prevista - dia (dd)......:"
           ACCEPT (, ) DIA-PREV-TAB-PED-WS (IDX-PED-WS)
               WITH PROMPT UPDATE
           DISPLAY (23, 05) "Entrega prevista - mes (mm)......:"
           ACCEPT (, ) MES-PREV-TAB-PED-WS (IDX-PED-WS)
               WITH PROMPT UPDATE
           DISPLAY (23, 05) "Entrega prevista - ano (aaaa)....:"
           ACCEPT (, ) ANO-PREV-TAB-PED-WS (IDX-PED-WS)
               WITH PROMPT UPDATE
           IF DIA-PREV-TAB-PED-WS (IDX-PED-WS) = ZEROS
               OR DIA-PREV-TAB-PED-WS (IDX-PED-WS) > 31
               OR MES-PREV-TAB-PED-WS (IDX-PED-WS) = ZEROS
               OR MES-PREV-TAB-PED-WS (IDX-PED-WS) > 12
               OR ANO-PREV-TAB-PED-WS (IDX-PED-WS) = ZEROS
               DISPLAY (24, 05) "DATA PREVISTA INVALIDA"
               GO TO DIGITA-PED-010.
           DISPLAY (24, 05) "                      ".
       DIGITA-PED-EXIT.
           EXIT.
      *
           COPY PEDIDPR.
      *
           COPY OPERPR.
