      *
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. CADCFOP.
       AUTHOR. LUIS AUGUSTO.
      *
      *    DATA DA ALTERACAO: 10/96
      *
      *    MANUTENCAO DO CADASTRO DE CFO - NATUREZA DE OPERACAO
      *    ("ARQCFO.DAT"): UMA LINHA POR CFO DE 3 DIGITOS COM A
      *    DESCRICAO, SE E DE SAIDA OU ENTRADA, SE GERA DEBITO OU
      *    CREDITO DE ICMS E DE IPI, SE ENTRA NA RECEITA E SE E
      *    TRANSFERENCIA ENTRE FILIAIS. O CONVAPUR, O CONVIPI, O
      *    CONVLSAI, O CONVLENT E O CONVSINT IMPRIMEM A DESCRICAO AO
      *    LADO DO CODIGO, SEGUEM ESTES INDICADORES E LISTAM ANTES DO
      *    LIVRO AS NOTAS COM CFO FORA DO CADASTRO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
           COPY CFOPSL.
      *
           COPY OPERSL.
      *
       DATA DIVISION.
       FILE SECTION.
      *
           COPY CFOPFD.
      *
           COPY OPERFD.
      *
       WORKING-STORAGE SECTION.
      *
       77  LINHA-CFP-WS          PIC 9(02).
       77  PAGINA-CFP-WS         PIC 9(02).
       77  PRIMEIRO-PAG-WS       PIC 9(03).
       77  OPCAO-WS              PIC X(01).
       77  CODIGO-ED-WS          PIC 9(03).
       77  ITEM-ED-WS            PIC 9(03).
      *
           COPY CFOPVL.
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
           MOVE "CADCFOP " TO PROGRAMA-ACE-WS
           PERFORM AUTENTICA-OPERADOR THRU AUTENTICA-OPERADOR-EXIT.
           PERFORM CARREGA-CFOP THRU CARREGA-CFOP-EXIT
           MOVE 1 TO PRIMEIRO-PAG-WS.
       015-MENU.
           DISPLAY (1, 1) ERASE
           DISPLAY (2, 12) "* CADASTRO DE CFO - NATUREZA DE OPERACAO *"
           DISPLAY (4, 01) "ITEM CFO DESCRICAO"
           DISPLAY (4, 42) "S/E ICM IPI REC TRF"
           MOVE 0 TO PAGINA-CFP-WS
           PERFORM MOSTRA-CFP
               VARYING IDX-CFP-WS FROM PRIMEIRO-PAG-WS BY 1
               UNTIL IDX-CFP-WS > QTD-CFOP-WS
               OR PAGINA-CFP-WS > 15

           DISPLAY (22, 05)
               "Opcao (I=Inclui A=Altera E=Exclui P=Proxima F=Fim):"
           ACCEPT (, ) OPCAO-WS WITH PROMPT UPDATE
           ACCEPT ESCAPE-77 FROM ESCAPE KEY
           IF ESCAPE-77 NOT = ZEROS OR OPCAO-WS = "F"
               PERFORM GRAVA-CFOP
               STOP RUN.
           IF OPCAO-WS = "I"
               PERFORM INCLUI-CFP THRU INCLUI-CFP-EXIT
               GO TO 015-MENU.
           IF OPCAO-WS = "A"
               PERFORM ALTERA-CFP THRU ALTERA-CFP-EXIT
               GO TO 015-MENU.
           IF OPCAO-WS = "E"
               PERFORM EXCLUI-CFP THRU EXCLUI-CFP-EXIT
               GO TO 015-MENU.
           IF OPCAO-WS = "P"
               ADD 16 TO PRIMEIRO-PAG-WS
               IF PRIMEIRO-PAG-WS > QTD-CFOP-WS
                   MOVE 1 TO PRIMEIRO-PAG-WS
               END-IF
               GO TO 015-MENU.
           GO TO 015-MENU.
      *
      *    MOSTRA UMA LINHA DA TABELA NO PAINEL
       MOSTRA-CFP.
           ADD 1 TO PAGINA-CFP-WS
           COMPUTE LINHA-CFP-WS = 4 + PAGINA-CFP-WS
           DISPLAY (LINHA-CFP-WS, 01) IDX-CFP-WS
           DISPLAY (LINHA-CFP-WS, 06) CODIGO-TAB-CFP-WS (IDX-CFP-WS)
           DISPLAY (LINHA-CFP-WS, 10) DESCR-TAB-CFP-WS (IDX-CFP-WS)
           DISPLAY (LINHA-CFP-WS, 42) TIPO-TAB-CFP-WS (IDX-CFP-WS)
           DISPLAY (LINHA-CFP-WS, 46) ICMS-TAB-CFP-WS (IDX-CFP-WS)
           DISPLAY (LINHA-CFP-WS, 50) IPI-TAB-CFP-WS (IDX-CFP-WS)
           DISPLAY (LINHA-CFP-WS, 54) RECEITA-TAB-CFP-WS (IDX-CFP-WS)
           DISPLAY (LINHA-CFP-WS, 58) TRANSF-TAB-CFP-WS (IDX-CFP-WS).
      *
      *    INCLUI UM CFO NOVO NO FIM DA TABELA. O LADO (SAIDA OU
      *    ENTRADA) VEM SUGERIDO PELO PRIMEIRO DIGITO DO CODIGO
       INCLUI-CFP.
           IF QTD-CFOP-WS = 300
               DISPLAY (23, 05) "CADASTRO CHEIO - 300 CFO"
               GO TO INCLUI-CFP-EXIT.
           MOVE ZEROS TO CODIGO-ED-WS
           DISPLAY (23, 05) "CFO (3 digitos)..................:"
           ACCEPT (, ) CODIGO-ED-WS WITH PROMPT UPDATE
           IF ESCAPE-77 NOT = ZEROS GO TO INCLUI-CFP-EXIT.
           IF CODIGO-ED-WS = ZEROS
               DISPLAY (24, 05) "CFO INVALIDO"
               GO TO INCLUI-CFP-EXIT.
           MOVE CODIGO-ED-WS TO CODIGO-BUSCA-CFP-WS
           PERFORM ACHA-CFOP
           IF IDX-ACHADO-CFP-WS NOT = ZEROS
               DISPLAY (24, 05) "CFO JA CADASTRADO"
               GO TO INCLUI-CFP-EXIT.
           ADD 1 TO QTD-CFOP-WS
           MOVE QTD-CFOP-WS TO IDX-CFP-WS
           MOVE CODIGO-ED-WS TO CODIGO-TAB-CFP-WS (IDX-CFP-WS)
           MOVE SPACES TO DESCR-TAB-CFP-WS (IDX-CFP-WS)
           IF CODIGO-ED-WS > 499
               MOVE "S" TO TIPO-TAB-CFP-WS (IDX-CFP-WS)
               MOVE "D" TO ICMS-TAB-CFP-WS (IDX-CFP-WS)
               MOVE "D" TO IPI-TAB-CFP-WS (IDX-CFP-WS)
               MOVE "S" TO RECEITA-TAB-CFP-WS (IDX-CFP-WS)
           ELSE
               MOVE "E" TO TIPO-TAB-CFP-WS (IDX-CFP-WS)
               MOVE "C" TO ICMS-TAB-CFP-WS (IDX-CFP-WS)
               MOVE "C" TO IPI-TAB-CFP-WS (IDX-CFP-WS)
               MOVE "N" TO RECEITA-TAB-CFP-WS (IDX-CFP-WS).
           MOVE "N" TO TRANSF-TAB-CFP-WS (IDX-CFP-WS)
           PERFORM DIGITA-CFP THRU DIGITA-CFP-EXIT.
       INCLUI-CFP-EXIT.
           EXIT.
      *
      *    LOCALIZA O CFO INFORMADO E REDIGITA
       ALTERA-CFP.
           DISPLAY (23, 05) "CFO a alterar....................:"
           ACCEPT (, ) CODIGO-ED-WS WITH PROMPT UPDATE
           IF ESCAPE-77 NOT = ZEROS GO TO ALTERA-CFP-EXIT.
           MOVE CODIGO-ED-WS TO CODIGO-BUSCA-CFP-WS
           PERFORM ACHA-CFOP
           IF IDX-ACHADO-CFP-WS = ZEROS
               DISPLAY (24, 05) "CFO NAO CADASTRADO"
               GO TO ALTERA-CFP-EXIT.
           MOVE IDX-ACHADO-CFP-WS TO IDX-CFP-WS
           PERFORM DIGITA-CFP THRU DIGITA-CFP-EXIT.
       ALTERA-CFP-EXIT.
           EXIT.
      *
      *    EXCLUI UM CFO PELO NUMERO DO ITEM NO PAINEL
       EXCLUI-CFP.
           DISPLAY (23, 05) "Item a excluir...................:"
           ACCEPT (, ) ITEM-ED-WS WITH PROMPT UPDATE
           IF ESCAPE-77 NOT = ZEROS GO TO EXCLUI-CFP-EXIT.
           IF ITEM-ED-WS = ZEROS OR ITEM-ED-WS > QTD-CFOP-WS
               DISPLAY (24, 05) "ITEM INEXISTENTE"
               GO TO EXCLUI-CFP-EXIT.
           PERFORM PUXA-CFP
               VARYING IDX-CFP-WS FROM ITEM-ED-WS BY 1
               UNTIL IDX-CFP-WS NOT < QTD-CFOP-WS
           SUBTRACT 1 FROM QTD-CFOP-WS.
       EXCLUI-CFP-EXIT.
           EXIT.
      *
       PUXA-CFP.
           MOVE TAB-CFOP-ITEM (IDX-CFP-WS + 1)
               TO TAB-CFOP-ITEM (IDX-CFP-WS).
      *
      *    DIGITACAO DA DESCRICAO E DOS INDICADORES DO ITEM DE INDICE
      *    IDX-CFP-WS. INDICADOR FORA DA LISTA E PEDIDO DE NOVO
       DIGITA-CFP.
           DISPLAY (23, 05) "Descricao........................:"
           ACCEPT (, ) DESCR-TAB-CFP-WS (IDX-CFP-WS)
               WITH PROMPT UPDATE.
       DIGITA-CFP-TIPO.
           DISPLAY (23, 05) "Saida ou entrada (S/E)...........:"
           ACCEPT (, ) TIPO-TAB-CFP-WS (IDX-CFP-WS)
               WITH PROMPT UPDATE
           IF TIPO-TAB-CFP-WS (IDX-CFP-WS) NOT = "S" AND NOT = "E"
               GO TO DIGITA-CFP-TIPO.
       DIGITA-CFP-ICMS.
           DISPLAY (23, 05) "ICMS (D=Debito C=Credito N=Nao)..:"
           ACCEPT (, ) ICMS-TAB-CFP-WS (IDX-CFP-WS)
               WITH PROMPT UPDATE
           IF ICMS-TAB-CFP-WS (IDX-CFP-WS) NOT = "D" AND NOT = "C"
                                           AND NOT = "N"
               GO TO DIGITA-CFP-ICMS.
       DIGITA-CFP-IPI.
           DISPLAY (23, 05) "IPI  (D=Debito C=Credito N=Nao)..:"
           ACCEPT (, ) IPI-TAB-CFP-WS (IDX-CFP-WS)
               WITH PROMPT UPDATE
           IF IPI-TAB-CFP-WS (IDX-CFP-WS) NOT = "D" AND NOT = "C"
                                          AND NOT = "N"
               GO TO DIGITA-CFP-IPI.
       DIGITA-CFP-RECEITA.
           DISPLAY (23, 05) "Entra na receita (S/N)...........:"
           ACCEPT (, ) RECEITA-TAB-CFP-WS (IDX-CFP-WS)
               WITH PROMPT UPDATE
           IF RECEITA-TAB-CFP-WS (IDX-CFP-WS) NOT = "S" AND NOT = "N"
               GO TO DIGITA-CFP-RECEITA.
       DIGITA-CFP-TRANSF.
           DISPLAY (23, 05) "Transferencia entre filiais (S/N):"
           ACCEPT (, ) TRANSF-TAB-CFP-WS (IDX-CFP-WS)
               WITH PROMPT UPDATE
           IF TRANSF-TAB-CFP-WS (IDX-CFP-WS) NOT = "S" AND NOT = "N"
               GO TO DIGITA-CFP-TRANSF.
       DIGITA-CFP-EXIT.
           EXIT.
      *
           COPY CFOPPR.
      *
           COPY OPERPR.
