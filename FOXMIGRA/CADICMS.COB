      *
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. CADICMS.
       AUTHOR. LUIS AUGUSTO.
      *
      *    DATA DA ALTERACAO: 10/96
      *
      *    MANUTENCAO DA TABELA DE ALIQUOTAS DE ICMS POR UF DE ORIGEM
      *    E DE DESTINO ("ARQICMS.DAT"). O CONVAICM CONFERE CONTRA
      *    ELA A ALIQUOTA QUE O FATURISTA DIGITOU EM CADA NOTA DE
      *    SAIDA. COMO A TABELA INTEIRA NAO CABE NO PAINEL, ELE MOSTRA
      *    SO AS LINHAS DA UF DE ORIGEM ESCOLHIDA (OPCAO L).
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
           COPY ICMSSL.
      *
           COPY OPERSL.
      *
       DATA DIVISION.
       FILE SECTION.
      *
           COPY ICMSFD.
      *
           COPY OPERFD.
      *
       WORKING-STORAGE SECTION.
      *
       77  I                     PIC 9(02).
       77  E                     PIC 9(02).
       77  LINHA-ICM-WS          PIC 9(02).
       77  OPCAO-WS              PIC X(01).
       77  UFORI-ED-WS           PIC X(02).
       77  UFDES-ED-WS           PIC X(02).
       77  UF-LISTA-WS           PIC X(02) VALUE SPACES.
      *
           COPY ICMSVL.
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
           MOVE "CADICMS" TO PROGRAMA-ACE-WS
           PERFORM AUTENTICA-OPERADOR THRU AUTENTICA-OPERADOR-EXIT.
           PERFORM CARREGA-ICMS THRU CARREGA-ICMS-EXIT.
       015-MENU.
           DISPLAY (1, 1) ERASE
           DISPLAY (2, 12) "* MANUTENCAO DAS ALIQUOTAS DE ICMS POR UF *"
           DISPLAY (4, 05) "ORI DES ALIQ    (UF DE ORIGEM "
           DISPLAY (4, 35) UF-LISTA-WS
           DISPLAY (4, 37) ")"
           MOVE 4 TO LINHA-ICM-WS
           PERFORM MOSTRA-ICM THRU MOSTRA-ICM-EXIT
               VARYING IDX-ICM-WS FROM 1 BY 1
               UNTIL IDX-ICM-WS > QTD-ICMS-WS
               OR LINHA-ICM-WS > 19

           DISPLAY (22, 05)
               "Opcao (I=Inclui A=Altera L=Lista UF F=Fim)..:"
           ACCEPT (, ) OPCAO-WS WITH PROMPT UPDATE
           ACCEPT ESCAPE-77 FROM ESCAPE KEY
           IF ESCAPE-77 NOT = ZEROS OR OPCAO-WS = "F"
               PERFORM GRAVA-ICMS
               STOP RUN.
           IF OPCAO-WS = "I"
               PERFORM INCLUI-ICM THRU INCLUI-ICM-EXIT
               GO TO 015-MENU.
           IF OPCAO-WS = "A"
               PERFORM ALTERA-ICM THRU ALTERA-ICM-EXIT
               GO TO 015-MENU.
           IF OPCAO-WS = "L"
               DISPLAY (23, 05) "UF de origem a listar............:"
               ACCEPT (, ) UF-LISTA-WS WITH PROMPT UPDATE
               GO TO 015-MENU.
           GO TO 015-MENU.
      *
      *    MOSTRA NO PAINEL AS LINHAS DA UF DE ORIGEM ESCOLHIDA
      *    (TODAS, QUANDO NENHUMA FOI ESCOLHIDA), ATE 15 LINHAS
       MOSTRA-ICM.
           IF UF-LISTA-WS NOT = SPACES
               AND UFORI-TAB-ICM-WS (IDX-ICM-WS) NOT = UF-LISTA-WS
               GO TO MOSTRA-ICM-EXIT.
           ADD 1 TO LINHA-ICM-WS
           DISPLAY (LINHA-ICM-WS, 05) UFORI-TAB-ICM-WS (IDX-ICM-WS)
           DISPLAY (LINHA-ICM-WS, 09) UFDES-TAB-ICM-WS (IDX-ICM-WS)
           DISPLAY (LINHA-ICM-WS, 13) ALIQ-TAB-ICM-WS (IDX-ICM-WS).
       MOSTRA-ICM-EXIT.
           EXIT.
      *
      *    INCLUI UM PAR DE UF NOVO NO FIM DA TABELA
       INCLUI-ICM.
           IF QTD-ICMS-WS = 800
               DISPLAY (23, 05) "CADASTRO CHEIO - 800 PARES DE UF"
               GO TO INCLUI-ICM-EXIT.
           DISPLAY (23, 05) "UF de origem.....................:"
           MOVE SPACES TO UFORI-ED-WS UFDES-ED-WS
           ACCEPT (, ) UFORI-ED-WS WITH PROMPT UPDATE
           IF ESCAPE-77 NOT = ZEROS GO TO INCLUI-ICM-EXIT.
           DISPLAY (23, 05) "UF de destino....................:"
           ACCEPT (, ) UFDES-ED-WS WITH PROMPT UPDATE
           IF ESCAPE-77 NOT = ZEROS GO TO INCLUI-ICM-EXIT.
           MOVE UFORI-ED-WS TO UFORI-BUSCA-ICM-WS
           MOVE UFDES-ED-WS TO UFDES-BUSCA-ICM-WS
           PERFORM ACHA-ICMS
           IF IDX-ACHADO-ICM-WS NOT = ZEROS
               DISPLAY (24, 05) "PAR DE UF JA CADASTRADO - USE ALTERA"
               GO TO INCLUI-ICM-EXIT.
           ADD 1 TO QTD-ICMS-WS
           MOVE QTD-ICMS-WS TO IDX-ICM-WS
           MOVE UFORI-ED-WS TO UFORI-TAB-ICM-WS (IDX-ICM-WS)
           MOVE UFDES-ED-WS TO UFDES-TAB-ICM-WS (IDX-ICM-WS)
           MOVE ZEROS TO ALIQ-TAB-ICM-WS (IDX-ICM-WS)
           PERFORM DIGITA-ICM.
       INCLUI-ICM-EXIT.
           EXIT.
      *
      *    LOCALIZA O PAR DE UF INFORMADO E REDIGITA A ALIQUOTA
       ALTERA-ICM.
           DISPLAY (23, 05) "UF de origem a alterar...........:"
           ACCEPT (, ) UFORI-ED-WS WITH PROMPT UPDATE
           IF ESCAPE-77 NOT = ZEROS GO TO ALTERA-ICM-EXIT.
           DISPLAY (23, 05) "UF de destino a alterar..........:"
           ACCEPT (, ) UFDES-ED-WS WITH PROMPT UPDATE
           IF ESCAPE-77 NOT = ZEROS GO TO ALTERA-ICM-EXIT.
           MOVE UFORI-ED-WS TO UFORI-BUSCA-ICM-WS
           MOVE UFDES-ED-WS TO UFDES-BUSCA-ICM-WS
           PERFORM ACHA-ICMS
           IF IDX-ACHADO-ICM-WS = ZEROS
               DISPLAY (24, 05) "PAR DE UF NAO CADASTRADO"
               GO TO ALTERA-ICM-EXIT.
           MOVE IDX-ACHADO-ICM-WS TO IDX-ICM-WS
           PERFORM DIGITA-ICM.
       ALTERA-ICM-EXIT.
           EXIT.
      *
      *    DIGITACAO DA ALIQUOTA DO PAR DE INDICE IDX-ICM-WS
       DIGITA-ICM.
           DISPLAY (23, 05) "Aliquota de ICMS (%).............:"
           ACCEPT (, ) ALIQ-TAB-ICM-WS (IDX-ICM-WS)
               WITH PROMPT UPDATE.
      *
           COPY ICMSPR.
      *
           COPY OPERPR.
