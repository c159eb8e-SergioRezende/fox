      *
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. CADPLANO.
       AUTHOR. LUIS AUGUSTO.
      *
      *    DATA DA ALTERACAO: 10/96
      *
      *    MANUTENCAO DO PLANO DE CONTAS ("ARQPLANO.DAT"): CONTA DE
      *    11 DIGITOS, DIGITO VERIFICADOR (O D-CHEC QUE VEM EM CADA
      *    LANCAMENTO DO DIARIO), NOME, NATUREZA (D/C), TIPO
      *    (A=ANALITICA, S=SINTETICA) E CONTA SUPERIOR. A TABELA E
      *    MANTIDA EM ORDEM DE CONTA - A INCLUSAO ENCAIXA A CONTA NOVA
      *    NO LUGAR - PARA O CONVBALA IMPRIMIR O BALANCETE NA ORDEM DO
      *    PLANO. A CONTA SUPERIOR TEM DE ESTAR CADASTRADA E SER
      *    SINTETICA, E CONTA COM SUBORDINADAS NAO PODE SER EXCLUIDA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
           COPY PLANOSL.
      *
           COPY OPERSL.
      *
       DATA DIVISION.
       FILE SECTION.
      *
           COPY PLANOFD.
      *
           COPY OPERFD.
      *
       WORKING-STORAGE SECTION.
      *
       77  I                     PIC 9(02).
       77  E                     PIC 9(02).
       77  LINHA-PLA-WS          PIC 9(02).
       77  PAGINA-PLA-WS         PIC 9(02).
       77  PRIMEIRO-PAG-WS       PIC 9(04).
       77  OPCAO-WS              PIC X(01).
       77  CONTA-ED-WS           PIC 9(11).
       77  ITEM-ED-WS            PIC 9(04).
       77  POSICAO-WS            PIC 9(04).
       77  SUPERIOR-OK-WS        PIC X(01).
           88  SUPERIOR-OK                 VALUE "S".
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

       PROCEDURE DIVISION.
      *
       INICIO-010.
           DISPLAY (1, 1) ERASE.
           DISPLAY (3, 05) "Operador................:"
           ACCEPT (, ) OPERADOR-EXEC-WS WITH PROMPT UPDATE
           MOVE "CADPLANO" TO PROGRAMA-ACE-WS
           PERFORM AUTENTICA-OPERADOR THRU AUTENTICA-OPERADOR-EXIT.
           PERFORM CARREGA-PLANO THRU CARREGA-PLANO-EXIT
           MOVE 1 TO PRIMEIRO-PAG-WS.
       015-MENU.
           DISPLAY (1, 1) ERASE
           DISPLAY (2, 20) "* MANUTENCAO DO PLANO DE CONTAS *"
           DISPLAY (4, 01)
               "ITEM CONTA         NOME"
           DISPLAY (4, 62) "N T SUPERIOR"
           MOVE 0 TO PAGINA-PLA-WS
           PERFORM MOSTRA-PLA
               VARYING IDX-PLA-WS FROM PRIMEIRO-PAG-WS BY 1
               UNTIL IDX-PLA-WS > QTD-PLANO-WS
               OR PAGINA-PLA-WS > 15

           DISPLAY (22, 05)
               "Opcao (I=Inclui A=Altera E=Exclui P=Proxima F=Fim):"
           ACCEPT (, ) OPCAO-WS WITH PROMPT UPDATE
           ACCEPT ESCAPE-77 FROM ESCAPE KEY
           IF ESCAPE-77 NOT = ZEROS OR OPCAO-WS = "F"
               PERFORM GRAVA-PLANO
               STOP RUN.
           IF OPCAO-WS = "I"
               PERFORM INCLUI-PLA THRU INCLUI-PLA-EXIT
               GO TO 015-MENU.
           IF OPCAO-WS = "A"
               PERFORM ALTERA-PLA THRU ALTERA-PLA-EXIT
               GO TO 015-MENU.
           IF OPCAO-WS = "E"
               PERFORM EXCLUI-PLA THRU EXCLUI-PLA-EXIT
               GO TO 015-MENU.
           IF OPCAO-WS = "P"
               ADD 16 TO PRIMEIRO-PAG-WS
               IF PRIMEIRO-PAG-WS > QTD-PLANO-WS
                   MOVE 1 TO PRIMEIRO-PAG-WS
               END-IF
               GO TO 015-MENU.
           GO TO 015-MENU.
      *
      *    MOSTRA UMA LINHA DA TABELA NO PAINEL
       MOSTRA-PLA.
           ADD 1 TO PAGINA-PLA-WS
           COMPUTE LINHA-PLA-WS = 4 + PAGINA-PLA-WS
           DISPLAY (LINHA-PLA-WS, 01) IDX-PLA-WS
           DISPLAY (LINHA-PLA-WS, 06) CONTA-TAB-PLA-WS (IDX-PLA-WS)
           DISPLAY (LINHA-PLA-WS, 17) "-"
           DISPLAY (LINHA-PLA-WS, 18) DIGITO-TAB-PLA-WS (IDX-PLA-WS)
           DISPLAY (LINHA-PLA-WS, 20) NOME-TAB-PLA-WS (IDX-PLA-WS)
           DISPLAY (LINHA-PLA-WS, 62)
               NATUREZA-TAB-PLA-WS (IDX-PLA-WS)
           DISPLAY (LINHA-PLA-WS, 64) TIPO-TAB-PLA-WS (IDX-PLA-WS)
           DISPLAY (LINHA-PLA-WS, 66)
               SUPERIOR-TAB-PLA-WS (IDX-PLA-WS).
      *
      *    INCLUI UMA CONTA NOVA NA SUA POSICAO (ORDEM DE CONTA)
       INCLUI-PLA.
           IF QTD-PLANO-WS = 2000
               DISPLAY (23, 05) "PLANO CHEIO - 2000 CONTAS"
               GO TO INCLUI-PLA-EXIT.
           MOVE ZEROS TO CONTA-ED-WS
           DISPLAY (23, 05) "Conta (11 digitos)...............:"
           ACCEPT (, ) CONTA-ED-WS WITH PROMPT UPDATE
           IF ESCAPE-77 NOT = ZEROS OR CONTA-ED-WS = ZEROS
               GO TO INCLUI-PLA-EXIT.
           MOVE CONTA-ED-WS TO CONTA-BUSCA-PLA-WS
           PERFORM ACHA-PLANO
           IF IDX-ACHADO-PLA-WS NOT = ZEROS
               DISPLAY (24, 05) "CONTA JA CADASTRADA"
               GO TO INCLUI-PLA-EXIT.
           PERFORM VARYING POSICAO-WS FROM 1 BY 1
               UNTIL POSICAO-WS > QTD-PLANO-WS
               OR CONTA-TAB-PLA-WS (POSICAO-WS) > CONTA-ED-WS
           END-PERFORM
           PERFORM VARYING IDX-PLA-WS FROM QTD-PLANO-WS BY -1
               UNTIL IDX-PLA-WS < POSICAO-WS
               MOVE TAB-PLANO-ITEM (IDX-PLA-WS)
                   TO TAB-PLANO-ITEM (IDX-PLA-WS + 1)
           END-PERFORM
           ADD 1 TO QTD-PLANO-WS
           MOVE POSICAO-WS TO IDX-PLA-WS
           MOVE CONTA-ED-WS TO CONTA-TAB-PLA-WS (IDX-PLA-WS)
           MOVE ZEROS  TO DIGITO-TAB-PLA-WS (IDX-PLA-WS)
           MOVE SPACES TO NOME-TAB-PLA-WS (IDX-PLA-WS)
           MOVE "D"    TO NATUREZA-TAB-PLA-WS (IDX-PLA-WS)
           MOVE "A"    TO TIPO-TAB-PLA-WS (IDX-PLA-WS)
           MOVE ZEROS  TO SUPERIOR-TAB-PLA-WS (IDX-PLA-WS)
           PERFORM DIGITA-PLA THRU DIGITA-PLA-EXIT.
       INCLUI-PLA-EXIT.
           EXIT.
      *
      *    LOCALIZA A CONTA INFORMADA E REDIGITA
       ALTERA-PLA.
           DISPLAY (23, 05) "Conta a alterar..................:"
           ACCEPT (, ) CONTA-ED-WS WITH PROMPT UPDATE
           IF ESCAPE-77 NOT = ZEROS GO TO ALTERA-PLA-EXIT.
           MOVE CONTA-ED-WS TO CONTA-BUSCA-PLA-WS
           PERFORM ACHA-PLANO
           IF IDX-ACHADO-PLA-WS = ZEROS
               DISPLAY (24, 05) "CONTA NAO CADASTRADA"
               GO TO ALTERA-PLA-EXIT.
           MOVE IDX-ACHADO-PLA-WS TO IDX-PLA-WS
           PERFORM DIGITA-PLA THRU DIGITA-PLA-EXIT.
       ALTERA-PLA-EXIT.
           EXIT.
      *
      *    EXCLUI UMA CONTA PELO NUMERO DO ITEM NO PAINEL; CONTA COM
      *    SUBORDINADAS FICA
       EXCLUI-PLA.
           DISPLAY (23, 05) "Item a excluir...................:"
           ACCEPT (, ) ITEM-ED-WS WITH PROMPT UPDATE
           IF ESCAPE-77 NOT = ZEROS GO TO EXCLUI-PLA-EXIT.
           IF ITEM-ED-WS = ZEROS OR ITEM-ED-WS > QTD-PLANO-WS
               DISPLAY (24, 05) "ITEM INEXISTENTE"
               GO TO EXCLUI-PLA-EXIT.
           PERFORM VARYING IDX-PLA-WS FROM 1 BY 1
               UNTIL IDX-PLA-WS > QTD-PLANO-WS
               OR SUPERIOR-TAB-PLA-WS (IDX-PLA-WS)
                  = CONTA-TAB-PLA-WS (ITEM-ED-WS)
           END-PERFORM
           IF IDX-PLA-WS NOT > QTD-PLANO-WS
               DISPLAY (24, 05) "CONTA TEM SUBORDINADAS - NAO EXCLUIDA"
               GO TO EXCLUI-PLA-EXIT.
           PERFORM VARYING IDX-PLA-WS FROM ITEM-ED-WS BY 1
               UNTIL IDX-PLA-WS NOT < QTD-PLANO-WS
               MOVE TAB-PLANO-ITEM (IDX-PLA-WS + 1)
                   TO TAB-PLANO-ITEM (IDX-PLA-WS)
           END-PERFORM
           SUBTRACT 1 FROM QTD-PLANO-WS.
       EXCLUI-PLA-EXIT.
           EXIT.
      *
      *    DIGITACAO DOS CAMPOS DA CONTA DE INDICE IDX-PLA-WS
       DIGITA-PLA.
           DISPLAY (23, 05) "Digito verificador...............:"
           ACCEPT (, ) DIGITO-TAB-PLA-WS (IDX-PLA-WS)
               WITH PROMPT UPDATE
           DISPLAY (23, 05) "Nome da conta....................:"
           ACCEPT (, ) NOME-TAB-PLA-WS (IDX-PLA-WS)
               WITH PROMPT UPDATE.
       DIGITA-NATUREZA.
           DISPLAY (23, 05) "Natureza (D=Devedora C=Credora)..:"
           ACCEPT (, ) NATUREZA-TAB-PLA-WS (IDX-PLA-WS)
               WITH PROMPT UPDATE
           IF NATUREZA-TAB-PLA-WS (IDX-PLA-WS) NOT = "D"
           AND NATUREZA-TAB-PLA-WS (IDX-PLA-WS) NOT = "C"
               GO TO DIGITA-NATUREZA.
       DIGITA-TIPO.
           DISPLAY (23, 05) "Tipo (A=Analitica S=Sintetica)...:"
           ACCEPT (, ) TIPO-TAB-PLA-WS (IDX-PLA-WS)
               WITH PROMPT UPDATE
           IF NOT ANALITICA-PLA (IDX-PLA-WS)
           AND NOT SINTETICA-PLA (IDX-PLA-WS)
               GO TO DIGITA-TIPO.
       DIGITA-SUPERIOR.
           DISPLAY (23, 05) "Conta superior (0=primeiro nivel):"
           ACCEPT (, ) SUPERIOR-TAB-PLA-WS (IDX-PLA-WS)
               WITH PROMPT UPDATE
           PERFORM CONFERE-SUPERIOR THRU CONFERE-SUPERIOR-EXIT
           IF NOT SUPERIOR-OK
               GO TO DIGITA-SUPERIOR.
       DIGITA-PLA-EXIT.
           EXIT.
      *
      *    A SUPERIOR TEM DE ESTAR NO PLANO, SER SINTETICA E NAO
      *    PODE SER A PROPRIA CONTA
       CONFERE-SUPERIOR.
           MOVE "S" TO SUPERIOR-OK-WS
           IF SUPERIOR-TAB-PLA-WS (IDX-PLA-WS) = ZEROS
               GO TO CONFERE-SUPERIOR-EXIT.
           MOVE "N" TO SUPERIOR-OK-WS
           IF SUPERIOR-TAB-PLA-WS (IDX-PLA-WS)
              = CONTA-TAB-PLA-WS (IDX-PLA-WS)
               DISPLAY (24, 05) "CONTA NAO PODE SER SUPERIOR DE SI"
               GO TO CONFERE-SUPERIOR-EXIT.
           MOVE SUPERIOR-TAB-PLA-WS (IDX-PLA-WS) TO CONTA-BUSCA-PLA-WS
           MOVE IDX-PLA-WS TO POSICAO-WS
           PERFORM ACHA-PLANO
           MOVE POSICAO-WS TO IDX-PLA-WS
           IF IDX-ACHADO-PLA-WS = ZEROS
               DISPLAY (24, 05) "CONTA SUPERIOR NAO CADASTRADA     "
               GO TO CONFERE-SUPERIOR-EXIT.
           IF NOT SINTETICA-PLA (IDX-ACHADO-PLA-WS)
               DISPLAY (24, 05) "CONTA SUPERIOR NAO E SINTETICA    "
               GO TO CONFERE-SUPERIOR-EXIT.
           MOVE "S" TO SUPERIOR-OK-WS.
       CONFERE-SUPERIOR-EXIT.
           EXIT.
      *
           COPY PLANOPR.
      *
           COPY OPERPR.
