      *
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. CADREGI.
       AUTHOR. LUIS AUGUSTO.
      *
      *    DATA DA ALTERACAO: 10/96
      *
      *    MANUTENCAO DO CADASTRO DE REGIOES ("ARQREGI.DAT"): PARA
      *    CADA NUMERO DE REGIAO DO ARQCLI, DAS NOTAS, DO CADDUP E
      *    DAS BAIXAS, O NOME, A FILIAL, O VENDEDOR RESPONSAVEL, A
      *    PRACA E SE A COBRANCA E EM CARTEIRA (COBRADOR DA CASA) OU
      *    POR BANCO. OS RELATORIOS QUE TOTALIZAM POR REGIAO
      *    (CONVJDES, CONVJURO, CONVDVBX E CONVROTA) IMPRIMEM O NOME
      *    AO LADO DO NUMERO, E O CONVXREF LISTA CLIENTES, NOTAS,
      *    DUPLICATAS E BAIXAS COM REGIAO FORA DO CADASTRO. AS
      *    ALTERACOES FICAM NA TRILHA DOS CADASTROS ("CADTRIL.LOG").
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
           COPY REGISL.
      *
           COPY FILIALSL.
      *
           COPY OPERSL.
      *
           COPY TRILSL.
      *
       DATA DIVISION.
       FILE SECTION.
      *
           COPY REGIFD.
      *
           COPY FILIALFD.
      *
           COPY OPERFD.
      *
           COPY TRILFD.
      *
       WORKING-STORAGE SECTION.
      *
       77  I                     PIC 9(02).
       77  E                     PIC 9(02).
       77  LINHA-RGI-WS          PIC 9(02).
       77  PAGINA-RGI-WS         PIC 9(02).
       77  PRIMEIRO-PAG-WS       PIC 9(03).
       77  ITEM-ED-WS            PIC 9(03).
       77  OPCAO-WS              PIC X(01).
       77  REGIAO-ED-WS          PIC 9(03).
      *
           COPY REGIVL.
      *
           COPY FILIALVL.
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
           MOVE "CADREGI " TO PROGRAMA-ACE-WS
           PERFORM AUTENTICA-OPERADOR THRU AUTENTICA-OPERADOR-EXIT.
           PERFORM CARREGA-FILIAL THRU CARREGA-FILIAL-EXIT
           PERFORM CARREGA-REGIAO THRU CARREGA-REGIAO-EXIT
           MOVE 1 TO PRIMEIRO-PAG-WS.
       015-MENU.
           DISPLAY (1, 1) ERASE
           DISPLAY (2, 20) "* CADASTRO DE REGIOES *"
           DISPLAY (4, 05) "REG NOME DA REGIAO"
           DISPLAY (4, 40) "FI VEN PRACA                C/B"
           MOVE 0 TO PAGINA-RGI-WS
           PERFORM MOSTRA-RGI
               VARYING IDX-RGI-WS FROM PRIMEIRO-PAG-WS BY 1
               UNTIL IDX-RGI-WS > QTD-REGI-WS
               OR PAGINA-RGI-WS > 15

           DISPLAY (22, 05)
               "Opcao (I=Inclui A=Altera E=Exclui P=Proxima F=Fim):"
           ACCEPT (, ) OPCAO-WS WITH PROMPT UPDATE
           ACCEPT ESCAPE-77 FROM ESCAPE KEY
           IF ESCAPE-77 NOT = ZEROS OR OPCAO-WS = "F"
               PERFORM GRAVA-REGIAO
               STOP RUN.
           IF OPCAO-WS = "I"
               PERFORM INCLUI-RGI THRU INCLUI-RGI-EXIT
               GO TO 015-MENU.
           IF OPCAO-WS = "A"
               PERFORM ALTERA-RGI THRU ALTERA-RGI-EXIT
               GO TO 015-MENU.
           IF OPCAO-WS = "E"
               PERFORM EXCLUI-RGI THRU EXCLUI-RGI-EXIT
               GO TO 015-MENU.
           IF OPCAO-WS = "P"
               ADD 16 TO PRIMEIRO-PAG-WS
               IF PRIMEIRO-PAG-WS > QTD-REGI-WS
                   MOVE 1 TO PRIMEIRO-PAG-WS
               END-IF
               GO TO 015-MENU.
           GO TO 015-MENU.
      *
      *    MOSTRA UMA LINHA DA TABELA NO PAINEL
       MOSTRA-RGI.
           ADD 1 TO PAGINA-RGI-WS
           COMPUTE LINHA-RGI-WS = 4 + PAGINA-RGI-WS
           DISPLAY (LINHA-RGI-WS, 05) CODIGO-TAB-RGI-WS   (IDX-RGI-WS)
           DISPLAY (LINHA-RGI-WS, 09) NOME-TAB-RGI-WS     (IDX-RGI-WS)
           DISPLAY (LINHA-RGI-WS, 40) FILIAL-TAB-RGI-WS   (IDX-RGI-WS)
           DISPLAY (LINHA-RGI-WS, 43) VENDEDOR-TAB-RGI-WS (IDX-RGI-WS)
           DISPLAY (LINHA-RGI-WS, 47) PRACA-TAB-RGI-WS    (IDX-RGI-WS)
           DISPLAY (LINHA-RGI-WS, 69) COBRANCA-TAB-RGI-WS (IDX-RGI-WS).
      *
      *    INCLUI UMA REGIAO NOVA NO FIM DA TABELA
       INCLUI-RGI.
           IF QTD-REGI-WS = 300
               DISPLAY (23, 05) "CADASTRO CHEIO - 300 REGIOES"
               GO TO INCLUI-RGI-EXIT.
           DISPLAY (23, 05) "Regiao...........................:"
           MOVE ZEROS TO REGIAO-ED-WS
           ACCEPT (, ) REGIAO-ED-WS WITH PROMPT UPDATE
           IF ESCAPE-77 NOT = ZEROS GO TO INCLUI-RGI-EXIT.
           IF REGIAO-ED-WS = ZEROS
               DISPLAY (24, 05) "REGIAO INVALIDA"
               GO TO INCLUI-RGI-EXIT.
           MOVE REGIAO-ED-WS TO REGIAO-BUSCA-RGI-WS
           PERFORM ACHA-REGIAO
           IF IDX-ACHADO-RGI-WS NOT = ZEROS
               DISPLAY (24, 05) "REGIAO JA CADASTRADA - USE ALTERA"
               GO TO INCLUI-RGI-EXIT.
           ADD 1 TO QTD-REGI-WS
           MOVE QTD-REGI-WS TO IDX-RGI-WS
           MOVE REGIAO-ED-WS TO CODIGO-TAB-RGI-WS (IDX-RGI-WS)
           MOVE SPACES TO NOME-TAB-RGI-WS     (IDX-RGI-WS)
           MOVE ZEROS  TO FILIAL-TAB-RGI-WS   (IDX-RGI-WS)
           MOVE ZEROS  TO VENDEDOR-TAB-RGI-WS (IDX-RGI-WS)
           MOVE SPACES TO PRACA-TAB-RGI-WS    (IDX-RGI-WS)
           MOVE "C"    TO COBRANCA-TAB-RGI-WS (IDX-RGI-WS)
           PERFORM DIGITA-RGI THRU DIGITA-RGI-EXIT
           MOVE "I" TO OPERACAO-TRL-WS
           MOVE SPACES TO ANTES-TRL-WS
           PERFORM REGISTRA-RGI.
       INCLUI-RGI-EXIT.
           EXIT.
      *
      *    LOCALIZA A REGIAO INFORMADA E REDIGITA OS DADOS
       ALTERA-RGI.
           DISPLAY (23, 05) "Regiao a alterar.................:"
           ACCEPT (, ) REGIAO-ED-WS WITH PROMPT UPDATE
           IF ESCAPE-77 NOT = ZEROS GO TO ALTERA-RGI-EXIT.
           MOVE REGIAO-ED-WS TO REGIAO-BUSCA-RGI-WS
           PERFORM ACHA-REGIAO
           IF IDX-ACHADO-RGI-WS = ZEROS
               DISPLAY (24, 05) "REGIAO NAO CADASTRADA"
               GO TO ALTERA-RGI-EXIT.
           MOVE IDX-ACHADO-RGI-WS TO IDX-RGI-WS
           MOVE "A" TO OPERACAO-TRL-WS
           MOVE TAB-REGI-ITEM (IDX-RGI-WS) TO ANTES-TRL-WS
           PERFORM DIGITA-RGI THRU DIGITA-RGI-EXIT
           PERFORM REGISTRA-RGI.
       ALTERA-RGI-EXIT.
           EXIT.
      *
      *    EXCLUI A REGIAO (OS MOVIMENTOS COM ELA PASSAM A SAIR NO
      *    CONVXREF)
       EXCLUI-RGI.
           DISPLAY (23, 05) "Regiao a excluir.................:"
           ACCEPT (, ) REGIAO-ED-WS WITH PROMPT UPDATE
           IF ESCAPE-77 NOT = ZEROS GO TO EXCLUI-RGI-EXIT.
           MOVE REGIAO-ED-WS TO REGIAO-BUSCA-RGI-WS
           PERFORM ACHA-REGIAO
           IF IDX-ACHADO-RGI-WS = ZEROS
               DISPLAY (24, 05) "REGIAO NAO CADASTRADA"
               GO TO EXCLUI-RGI-EXIT.
           MOVE IDX-ACHADO-RGI-WS TO IDX-RGI-WS
           MOVE "E" TO OPERACAO-TRL-WS
           MOVE TAB-REGI-ITEM (IDX-RGI-WS) TO ANTES-TRL-WS
           PERFORM REGISTRA-RGI
           PERFORM DESLOCA-RGI
               VARYING ITEM-ED-WS FROM IDX-RGI-WS BY 1
               UNTIL ITEM-ED-WS NOT < QTD-REGI-WS
           SUBTRACT 1 FROM QTD-REGI-WS.
       EXCLUI-RGI-EXIT.
           EXIT.
      *
       DESLOCA-RGI.
           MOVE TAB-REGI-ITEM (ITEM-ED-WS + 1)
               TO TAB-REGI-ITEM (ITEM-ED-WS).
      *
      *    DIGITACAO DOS DADOS DA REGIAO DE INDICE IDX-RGI-WS. FILIAL
      *    FORA DO CADASTRO DE FILIAIS E TIPO DE COBRANCA FORA DA
      *    LISTA SAO PEDIDOS DE NOVO
       DIGITA-RGI.
           DISPLAY (23, 05) "Nome da regiao...................:"
           ACCEPT (, ) NOME-TAB-RGI-WS (IDX-RGI-WS)
               WITH PROMPT UPDATE.
       DIGITA-RGI-FILIAL.
           DISPLAY (23, 05) "Filial...........................:"
           ACCEPT (, ) FILIAL-TAB-RGI-WS (IDX-RGI-WS)
               WITH PROMPT UPDATE
           PERFORM VARYING IDX-FIL-VL-WS FROM 1 BY 1
               UNTIL IDX-FIL-VL-WS > QTD-FILIAL-VL
               OR FILIAL-VL-WS (IDX-FIL-VL-WS)
                   = FILIAL-TAB-RGI-WS (IDX-RGI-WS)
           END-PERFORM
           IF IDX-FIL-VL-WS > QTD-FILIAL-VL
               DISPLAY (24, 05) "FILIAL INVALIDA - VERIFIQUE O NUMERO"
               GO TO DIGITA-RGI-FILIAL.
           DISPLAY (24, 05) "                                    "
           DISPLAY (23, 05) "Vendedor responsavel.............:"
           ACCEPT (, ) VENDEDOR-TAB-RGI-WS (IDX-RGI-WS)
               WITH PROMPT UPDATE
           DISPLAY (23, 05) "Praca............................:"
           ACCEPT (, ) PRACA-TAB-RGI-WS (IDX-RGI-WS)
               WITH PROMPT UPDATE.
       DIGITA-RGI-COBRANCA.
           DISPLAY (23, 05) "Cobranca (C=Carteira B=Banco)....:"
           ACCEPT (, ) COBRANCA-TAB-RGI-WS (IDX-RGI-WS)
               WITH PROMPT UPDATE
           IF COBRANCA-TAB-RGI-WS (IDX-RGI-WS) NOT = "C" AND NOT = "B"
               GO TO DIGITA-RGI-COBRANCA.
       DIGITA-RGI-EXIT.
           EXIT.
      *
           COPY REGIPR.
      *
      *    REGISTRA NA TRILHA DOS CADASTROS A LINHA DE INDICE
      *    IDX-RGI-WS (A IMAGEM ANTERIOR JA ESTA EM ANTES-TRL-WS)
       REGISTRA-RGI.
           MOVE "ARQREGI " TO CADASTRO-TRL-WS
           MOVE SPACES TO DEPOIS-TRL-WS
           IF OPERACAO-TRL-WS NOT = "E"
               MOVE TAB-REGI-ITEM (IDX-RGI-WS) TO DEPOIS-TRL-WS.
           MOVE SPACES TO CHAVE-TRL-WS
           STRING CODIGO-TAB-RGI-WS (IDX-RGI-WS)
               DELIMITED BY SIZE INTO CHAVE-TRL-WS
           PERFORM GRAVA-TRILHA THRU GRAVA-TRILHA-EXIT.
      *
           COPY FILIALPR.
      *
           COPY OPERPR.
      *
           COPY TRILPR.
