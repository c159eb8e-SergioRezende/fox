      *
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. CADHISTO.
       AUTHOR. LUIS AUGUSTO.
      *
      *    DATA DA ALTERACAO: 10/96
      *
      *    MANUTENCAO DO DE-PARA DE HISTORICOS DO DIARIO
      *    ("ARQHISTO.DAT"): UMA LINHA POR HISTORICO PADRAO DO DIARIO
      *    (D-CH) COM O HISTORICO CORRESPONDENTE NO SISTEMA NOVO. O
      *    CONVDIR LE ESTE CADASTRO NA PARTIDA, NO LUGAR DAS TABELAS
      *    HISTORA-WS/HISTORN-WS QUE ERAM COMPILADAS NO PROGRAMA -
      *    HISTORICO PADRAO NOVO DA CONTABILIDADE NAO DEPENDE MAIS DE
      *    RECOMPILACAO. COM O CADASTRO VAZIO, O PROGRAMA OFERECE A
      *    CARGA DOS 47 PARES QUE O CONVDIR TINHA FIXOS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
           COPY HISTOSL.
      *
           COPY OPERSL.
      *
       DATA DIVISION.
       FILE SECTION.
      *
           COPY HISTOFD.
      *
           COPY OPERFD.
      *
       WORKING-STORAGE SECTION.
      *
       77  I                     PIC 9(02).
       77  E                     PIC 9(02).
       77  LINHA-HIS-WS          PIC 9(02).
       77  PAGINA-HIS-WS         PIC 9(02).
       77  PRIMEIRO-PAG-WS       PIC 9(03).
       77  OPCAO-WS              PIC X(01).
       77  ANTIGO-ED-WS          PIC 9(02).
       77  ITEM-ED-WS            PIC 9(03).
      *
      *    TABELA PADRAO (DE-PARA QUE O CONVDIR TINHA FIXO), USADA SO
      *    NA CARGA INICIAL DO CADASTRO
       01  HISTORA-WS.
           05  FILLER           PIC X(94)
               VALUE "24464923211327172822100940483345344443353604021539
      -              "30370338011207261611053129251408064241473200".
       01  FILLER REDEFINES HISTORA-WS.
           05  HISTA-WS OCCURS 47 TIMES    PIC 9(02).
       01  HISTORN-WS.
           05  FILLER           PIC X(141)
               VALUE "22744347721219514225118126520811910438846231643932
      -              "14244103353400530341613732843540493690201380872461
      -              "76123068299270231157091072405392458301000".
       01  FILLER REDEFINES HISTORN-WS.
           05  HISTN-WS OCCURS 47 TIMES    PIC 9(03).
      *
           COPY HISTOVL.
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
           MOVE "CADHISTO" TO PROGRAMA-ACE-WS
           PERFORM AUTENTICA-OPERADOR THRU AUTENTICA-OPERADOR-EXIT.
           PERFORM CARREGA-HISTO THRU CARREGA-HISTO-EXIT
           IF QTD-HISTO-WS = ZEROS
               PERFORM CARGA-INICIAL THRU CARGA-INICIAL-EXIT.
           MOVE 1 TO PRIMEIRO-PAG-WS.
       015-MENU.
           DISPLAY (1, 1) ERASE
           DISPLAY (2, 12) "* DE-PARA DE HISTORICOS DO DIARIO *"
           DISPLAY (4, 01) "ITEM DIARIO NOVO DESCRICAO"
           MOVE 0 TO PAGINA-HIS-WS
           PERFORM MOSTRA-HIS
               VARYING IDX-HIS-WS FROM PRIMEIRO-PAG-WS BY 1
               UNTIL IDX-HIS-WS > QTD-HISTO-WS
               OR PAGINA-HIS-WS > 15

           DISPLAY (22, 05)
               "Opcao (I=Inclui A=Altera E=Exclui P=Proxima F=Fim):"
           ACCEPT (, ) OPCAO-WS WITH PROMPT UPDATE
           ACCEPT ESCAPE-77 FROM ESCAPE KEY
           IF ESCAPE-77 NOT = ZEROS OR OPCAO-WS = "F"
               PERFORM GRAVA-HISTO
               STOP RUN.
           IF OPCAO-WS = "I"
               PERFORM INCLUI-HIS THRU INCLUI-HIS-EXIT
               GO TO 015-MENU.
           IF OPCAO-WS = "A"
               PERFORM ALTERA-HIS THRU ALTERA-HIS-EXIT
               GO TO 015-MENU.
           IF OPCAO-WS = "E"
               PERFORM EXCLUI-HIS THRU EXCLUI-HIS-EXIT
               GO TO 015-MENU.
           IF OPCAO-WS = "P"
               ADD 16 TO PRIMEIRO-PAG-WS
               IF PRIMEIRO-PAG-WS > QTD-HISTO-WS
                   MOVE 1 TO PRIMEIRO-PAG-WS
               END-IF
               GO TO 015-MENU.
           GO TO 015-MENU.
      *
      *    CADASTRO AINDA VAZIO: OFERECE A CARGA DOS PARES PADRAO
       CARGA-INICIAL.
           MOVE "N" TO OPCAO-WS
           DISPLAY (12, 05)
               "Cadastro vazio - carregar a tabela padrao (S/N)?"
           ACCEPT (, ) OPCAO-WS WITH PROMPT UPDATE
           IF OPCAO-WS NOT = "S"
               GO TO CARGA-INICIAL-EXIT.
           PERFORM CARREGA-PADRAO
               VARYING I FROM 1 BY 1 UNTIL I > 47.
       CARGA-INICIAL-EXIT.
           EXIT.
      *
       CARREGA-PADRAO.
           ADD 1 TO QTD-HISTO-WS
           MOVE HISTA-WS (I) TO ANTIGO-TAB-HIS-WS (QTD-HISTO-WS)
           MOVE HISTN-WS (I) TO NOVO-TAB-HIS-WS (QTD-HISTO-WS)
           MOVE SPACES TO DESCR-TAB-HIS-WS (QTD-HISTO-WS).
      *
      *    MOSTRA UMA LINHA DA TABELA NO PAINEL
       MOSTRA-HIS.
           ADD 1 TO PAGINA-HIS-WS
           COMPUTE LINHA-HIS-WS = 4 + PAGINA-HIS-WS
           DISPLAY (LINHA-HIS-WS, 01) IDX-HIS-WS
           DISPLAY (LINHA-HIS-WS, 08) ANTIGO-TAB-HIS-WS (IDX-HIS-WS)
           DISPLAY (LINHA-HIS-WS, 13) NOVO-TAB-HIS-WS (IDX-HIS-WS)
           DISPLAY (LINHA-HIS-WS, 18) DESCR-TAB-HIS-WS (IDX-HIS-WS).
      *
      *    INCLUI UM HISTORICO NOVO NO FIM DA TABELA
       INCLUI-HIS.
           IF QTD-HISTO-WS = 100
               DISPLAY (23, 05) "CADASTRO CHEIO - 100 HISTORICOS"
               GO TO INCLUI-HIS-EXIT.
           MOVE ZEROS TO ANTIGO-ED-WS
           DISPLAY (23, 05) "Historico do diario (D-CH).......:"
           ACCEPT (, ) ANTIGO-ED-WS WITH PROMPT UPDATE
           IF ESCAPE-77 NOT = ZEROS GO TO INCLUI-HIS-EXIT.
           MOVE ANTIGO-ED-WS TO ANTIGO-BUSCA-HIS-WS
           PERFORM ACHA-HISTO
           IF IDX-ACHADO-HIS-WS NOT = ZEROS
               DISPLAY (24, 05) "HISTORICO JA CADASTRADO"
               GO TO INCLUI-HIS-EXIT.
           ADD 1 TO QTD-HISTO-WS
           MOVE QTD-HISTO-WS TO IDX-HIS-WS
           MOVE ANTIGO-ED-WS TO ANTIGO-TAB-HIS-WS (IDX-HIS-WS)
           MOVE ZEROS  TO NOVO-TAB-HIS-WS (IDX-HIS-WS)
           MOVE SPACES TO DESCR-TAB-HIS-WS (IDX-HIS-WS)
           PERFORM DIGITA-HIS.
       INCLUI-HIS-EXIT.
           EXIT.
      *
      *    LOCALIZA O HISTORICO DO DIARIO INFORMADO E REDIGITA
       ALTERA-HIS.
           DISPLAY (23, 05) "Historico do diario a alterar....:"
           ACCEPT (, ) ANTIGO-ED-WS WITH PROMPT UPDATE
           IF ESCAPE-77 NOT = ZEROS GO TO ALTERA-HIS-EXIT.
           MOVE ANTIGO-ED-WS TO ANTIGO-BUSCA-HIS-WS
           PERFORM ACHA-HISTO
           IF IDX-ACHADO-HIS-WS = ZEROS
               DISPLAY (24, 05) "HISTORICO NAO CADASTRADO"
               GO TO ALTERA-HIS-EXIT.
           MOVE IDX-ACHADO-HIS-WS TO IDX-HIS-WS
           PERFORM DIGITA-HIS.
       ALTERA-HIS-EXIT.
           EXIT.
      *
      *    EXCLUI UM HISTORICO PELO NUMERO DO ITEM NO PAINEL
       EXCLUI-HIS.
           DISPLAY (23, 05) "Item a excluir...................:"
           ACCEPT (, ) ITEM-ED-WS WITH PROMPT UPDATE
           IF ESCAPE-77 NOT = ZEROS GO TO EXCLUI-HIS-EXIT.
           IF ITEM-ED-WS = ZEROS OR ITEM-ED-WS > QTD-HISTO-WS
               DISPLAY (24, 05) "ITEM INEXISTENTE"
               GO TO EXCLUI-HIS-EXIT.
           PERFORM VARYING IDX-HIS-WS FROM ITEM-ED-WS BY 1
               UNTIL IDX-HIS-WS NOT < QTD-HISTO-WS
               MOVE TAB-HISTO-ITEM (IDX-HIS-WS + 1)
                   TO TAB-HISTO-ITEM (IDX-HIS-WS)
           END-PERFORM
           SUBTRACT 1 FROM QTD-HISTO-WS.
       EXCLUI-HIS-EXIT.
           EXIT.
      *
      *    DIGITACAO DO HISTORICO NOVO E DA DESCRICAO DO ITEM DE
      *    INDICE IDX-HIS-WS
       DIGITA-HIS.
           DISPLAY (23, 05) "Historico no sistema novo........:"
           ACCEPT (, ) NOVO-TAB-HIS-WS (IDX-HIS-WS)
               WITH PROMPT UPDATE
           DISPLAY (23, 05) "Descricao........................:"
           ACCEPT (, ) DESCR-TAB-HIS-WS (IDX-HIS-WS)
               WITH PROMPT UPDATE.
      *
           COPY HISTOPR.
      *
           COPY OPERPR.
