      *
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. CADOPER.
       AUTHOR. LUIS AUGUSTO.
      *
      *    DATA DA ALTERACAO: 10/96
      *
      *    MANUTENCAO DO CADASTRO DE OPERADORES ("CONVOPER.DAT":
      *    CODIGO, NOME, SENHA E INDICADOR DE ATIVO) E DA TABELA DE
      *    PERMISSOES POR PROGRAMA ("CONVPERM.DAT": UMA LINHA POR
      *    OPERADOR/PROGRAMA). TODO PROGRAMA DO FOXMIGRA CONFERE O
      *    OPERADOR NA ENTRADA (COPY OPERPR) - ACABA O NOME LIVRE NO
      *    CAMPO OPERADOR E A SENHA UNICA DO CONVSENH.DAT QUE O TURNO
      *    INTEIRO CONHECIA. NA TABELA DE PERMISSOES O PROGRAMA "*"
      *    LIBERA AS ROTINAS COMUNS E "CAD*" OS CADASTROS; O CADFECH,
      *    O CONVAPLI E O CONVRENE (QUE ATUALIZAM O CADDUP) E A
      *    LIBERACAO DE PERIODO FECHADO PELO SUPERVISOR ("LIBERA")
      *    SO COM A LINHA DO PROPRIO NOME. OPERADOR QUE SAI DA
      *    EMPRESA FICA NO CADASTRO COM O INDICADOR "N", PARA O
      *    CONVLOG.LOG CONTINUAR COM DONO. O PROPRIO CADOPER E
      *    SENSIVEL: "CAD*" NAO LIBERA O CADASTRO DE OPERADORES.
      *    O PAINEL MOSTRA 15 OPERADORES POR VEZ; "M" PASSA PARA OS
      *    PROXIMOS E, NO FIM, VOLTA AO INICIO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
           COPY OPERSL.
      *
       DATA DIVISION.
       FILE SECTION.
      *
           COPY OPERFD.
      *
       WORKING-STORAGE SECTION.
      *
       77  LINHA-CAD-WS          PIC 9(02).
       77  OPCAO-WS              PIC X(01).
       77  CODIGO-ED-WS          PIC X(08).
       77  PROGRAMA-ED-WS        PIC X(08).
       77  SENHA-ED-WS           PIC X(08).
       77  QTD-OPE-WS  VALUE 0   PIC 9(02).
       77  IDX-OPE-WS            PIC 9(02).
       77  INICIO-OPE-WS VALUE 1 PIC 9(02).
       77  QTD-PER-WS  VALUE 0   PIC 9(03).
       77  IDX-PER-WS            PIC 9(03).
       77  MOSTRADOS-PER-WS      PIC 9(02).
      *
      *    TABELAS EM MEMORIA COM O CADASTRO E AS PERMISSOES,
      *    REGRAVADOS POR INTEIRO NA SAIDA
       01  TAB-OPE-WS.
           05  TAB-OPE-ITEM OCCURS 30 TIMES.
               10  CODIGO-TAB-OPE-WS         PIC X(08).
               10  NOME-TAB-OPE-WS           PIC X(30).
               10  SENHA-TAB-OPE-WS          PIC X(08).
               10  ATIVO-TAB-OPE-WS          PIC X(01).
       01  TAB-PER-WS.
           05  TAB-PER-ITEM OCCURS 200 TIMES.
               10  OPERADOR-TAB-PER-WS       PIC X(08).
               10  PROGRAMA-TAB-PER-WS       PIC X(08).
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
           MOVE "CADOPER" TO PROGRAMA-ACE-WS
           PERFORM AUTENTICA-OPERADOR THRU AUTENTICA-OPERADOR-EXIT.
           PERFORM CARREGA-OPE THRU CARREGA-OPE-EXIT
           PERFORM CARREGA-PER THRU CARREGA-PER-EXIT.
       015-MENU.
           DISPLAY (1, 1) ERASE
           DISPLAY (2, 16) "* MANUTENCAO DO CADASTRO DE OPERADORES *"
           DISPLAY (4, 05) "CODIGO   NOME"
           DISPLAY (4, 45) "SENHA       ATIVO"
           IF INICIO-OPE-WS > QTD-OPE-WS
               MOVE 1 TO INICIO-OPE-WS.
           PERFORM MOSTRA-OPE
               VARYING IDX-OPE-WS FROM INICIO-OPE-WS BY 1
               UNTIL IDX-OPE-WS > QTD-OPE-WS
               OR IDX-OPE-WS > INICIO-OPE-WS + 14
           IF QTD-OPE-WS > 15
               DISPLAY (20, 05) "OPERADORES       A       DE"
               DISPLAY (20, 16) INICIO-OPE-WS
               COMPUTE IDX-OPE-WS = IDX-OPE-WS - 1
               DISPLAY (20, 24) IDX-OPE-WS
               DISPLAY (20, 33) QTD-OPE-WS.

           DISPLAY (22, 05)
               "Opcao (I=Inclui A=Altera P=Permis M=Mais F=Fim):"
           ACCEPT (, ) OPCAO-WS WITH PROMPT UPDATE
           ACCEPT ESCAPE-77 FROM ESCAPE KEY
           IF ESCAPE-77 NOT = ZEROS OR OPCAO-WS = "F"
               PERFORM GRAVA-OPE
               PERFORM GRAVA-PER
               STOP RUN.
           IF OPCAO-WS = "I"
               PERFORM INCLUI-OPE THRU INCLUI-OPE-EXIT
               GO TO 015-MENU.
           IF OPCAO-WS = "A"
               PERFORM ALTERA-OPE THRU ALTERA-OPE-EXIT
               GO TO 015-MENU.
           IF OPCAO-WS = "P"
               PERFORM PERMISSOES-OPE THRU PERMISSOES-OPE-EXIT
               GO TO 015-MENU.
           IF OPCAO-WS = "M"
               ADD 15 TO INICIO-OPE-WS
               GO TO 015-MENU.
           GO TO 015-MENU.
      *
      *    MOSTRA UMA LINHA DA TABELA NO PAINEL (A SENHA NAO APARECE)
       MOSTRA-OPE.
           COMPUTE LINHA-CAD-WS = 5 + IDX-OPE-WS - INICIO-OPE-WS
           DISPLAY (LINHA-CAD-WS, 05) CODIGO-TAB-OPE-WS (IDX-OPE-WS)
           DISPLAY (LINHA-CAD-WS, 14) NOME-TAB-OPE-WS   (IDX-OPE-WS)
           IF SENHA-TAB-OPE-WS (IDX-OPE-WS) = SPACES
               DISPLAY (LINHA-CAD-WS, 45) "--------"
           ELSE
               DISPLAY (LINHA-CAD-WS, 45) "********".
           DISPLAY (LINHA-CAD-WS, 57) ATIVO-TAB-OPE-WS  (IDX-OPE-WS).
      *
      *    INCLUI UM OPERADOR NOVO NO FIM DA TABELA
       INCLUI-OPE.
           IF QTD-OPE-WS = 30
               DISPLAY (23, 05) "CADASTRO CHEIO - 30 OPERADORES"
               GO TO INCLUI-OPE-EXIT.
           DISPLAY (23, 05) "Codigo do operador...............:"
           MOVE SPACES TO CODIGO-ED-WS
           ACCEPT (, ) CODIGO-ED-WS WITH PROMPT UPDATE
           IF ESCAPE-77 NOT = ZEROS OR CODIGO-ED-WS = SPACES
               GO TO INCLUI-OPE-EXIT.
           PERFORM VARYING IDX-OPE-WS FROM 1 BY 1
               UNTIL IDX-OPE-WS > QTD-OPE-WS
               OR CODIGO-TAB-OPE-WS (IDX-OPE-WS) = CODIGO-ED-WS
           END-PERFORM
           IF IDX-OPE-WS NOT > QTD-OPE-WS
               DISPLAY (24, 05) "OPERADOR JA CADASTRADO"
               GO TO INCLUI-OPE-EXIT.
           ADD 1 TO QTD-OPE-WS
           MOVE QTD-OPE-WS TO IDX-OPE-WS
           MOVE CODIGO-ED-WS TO CODIGO-TAB-OPE-WS (IDX-OPE-WS)
           MOVE SPACES TO NOME-TAB-OPE-WS  (IDX-OPE-WS)
           MOVE SPACES TO SENHA-TAB-OPE-WS (IDX-OPE-WS)
           MOVE "S"    TO ATIVO-TAB-OPE-WS (IDX-OPE-WS)
           PERFORM DIGITA-OPE.
       INCLUI-OPE-EXIT.
           EXIT.
      *
      *    LOCALIZA O OPERADOR INFORMADO E REDIGITA OS CAMPOS
       ALTERA-OPE.
           DISPLAY (23, 05) "Operador a alterar...............:"
           MOVE SPACES TO CODIGO-ED-WS
           ACCEPT (, ) CODIGO-ED-WS WITH PROMPT UPDATE
           IF ESCAPE-77 NOT = ZEROS GO TO ALTERA-OPE-EXIT.
           PERFORM VARYING IDX-OPE-WS FROM 1 BY 1
               UNTIL IDX-OPE-WS > QTD-OPE-WS
               OR CODIGO-TAB-OPE-WS (IDX-OPE-WS) = CODIGO-ED-WS
           END-PERFORM
           IF IDX-OPE-WS > QTD-OPE-WS
               DISPLAY (24, 05) "OPERADOR NAO CADASTRADO"
               GO TO ALTERA-OPE-EXIT.
           PERFORM DIGITA-OPE.
       ALTERA-OPE-EXIT.
           EXIT.
      *
      *    DIGITACAO DOS CAMPOS DO OPERADOR DE INDICE IDX-OPE-WS. A
      *    SENHA SO MUDA QUANDO DIGITADA (EM BRANCO MANTEM A ATUAL)
       DIGITA-OPE.
           DISPLAY (23, 05) "Nome do operador.................:"
           ACCEPT (, ) NOME-TAB-OPE-WS (IDX-OPE-WS)
               WITH PROMPT UPDATE
           DISPLAY (23, 05) "Senha nova (branco = mantem).....:"
           MOVE SPACES TO SENHA-ED-WS
           ACCEPT (, ) SENHA-ED-WS WITH PROMPT UPDATE
           IF SENHA-ED-WS NOT = SPACES
               MOVE SENHA-ED-WS TO SENHA-TAB-OPE-WS (IDX-OPE-WS).
           DISPLAY (23, 05) "Ativo (S/N)......................:"
           ACCEPT (, ) ATIVO-TAB-OPE-WS (IDX-OPE-WS)
               WITH PROMPT UPDATE.
      *
      *    PERMISSOES DE UM OPERADOR: MOSTRA OS PROGRAMAS LIBERADOS
      *    E INCLUI OU EXCLUI LINHAS ATE A VOLTA AO MENU
       PERMISSOES-OPE.
           DISPLAY (23, 05) "Operador.........................:"
           MOVE SPACES TO CODIGO-ED-WS
           ACCEPT (, ) CODIGO-ED-WS WITH PROMPT UPDATE
           IF ESCAPE-77 NOT = ZEROS GO TO PERMISSOES-OPE-EXIT.
           PERFORM VARYING IDX-OPE-WS FROM 1 BY 1
               UNTIL IDX-OPE-WS > QTD-OPE-WS
               OR CODIGO-TAB-OPE-WS (IDX-OPE-WS) = CODIGO-ED-WS
           END-PERFORM
           IF IDX-OPE-WS > QTD-OPE-WS
               DISPLAY (24, 05) "OPERADOR NAO CADASTRADO"
               GO TO PERMISSOES-OPE-EXIT.
       PERMISSOES-OPE-010.
           DISPLAY (1, 1) ERASE
           DISPLAY (2, 16) "* PERMISSOES DO OPERADOR *"
           DISPLAY (2, 45) CODIGO-ED-WS
           DISPLAY (4, 05) "PROGRAMA  (* = ROTINAS COMUNS, CAD* = "
           DISPLAY (4, 44) "CADASTROS, LIBERA = SUPERVISOR)"
           MOVE 0 TO MOSTRADOS-PER-WS
           PERFORM MOSTRA-PER
               VARYING IDX-PER-WS FROM 1 BY 1
               UNTIL IDX-PER-WS > QTD-PER-WS
               OR MOSTRADOS-PER-WS > 15

           DISPLAY (22, 05) "Opcao (I=Inclui E=Exclui F=Volta)...:"
           ACCEPT (, ) OPCAO-WS WITH PROMPT UPDATE
           ACCEPT ESCAPE-77 FROM ESCAPE KEY
           IF ESCAPE-77 NOT = ZEROS OR OPCAO-WS = "F"
               GO TO PERMISSOES-OPE-EXIT.
           IF OPCAO-WS = "I"
               PERFORM INCLUI-PER THRU INCLUI-PER-EXIT.
           IF OPCAO-WS = "E"
               PERFORM EXCLUI-PER THRU EXCLUI-PER-EXIT.
           GO TO PERMISSOES-OPE-010.
       PERMISSOES-OPE-EXIT.
           EXIT.
      *
      *    MOSTRA UMA LINHA DE PERMISSAO DO OPERADOR EM CODIGO-ED-WS
       MOSTRA-PER.
           IF OPERADOR-TAB-PER-WS (IDX-PER-WS) = CODIGO-ED-WS
               ADD 1 TO MOSTRADOS-PER-WS
               COMPUTE LINHA-CAD-WS = 4 + MOSTRADOS-PER-WS
               DISPLAY (LINHA-CAD-WS, 05)
                   PROGRAMA-TAB-PER-WS (IDX-PER-WS).
      *
      *    INCLUI UM PROGRAMA PARA O OPERADOR (SEM REPETIR A LINHA)
       INCLUI-PER.
           IF QTD-PER-WS = 200
               DISPLAY (23, 05) "TABELA CHEIA - 200 PERMISSOES"
               GO TO INCLUI-PER-EXIT.
           DISPLAY (23, 05) "Programa a liberar...............:"
           MOVE SPACES TO PROGRAMA-ED-WS
           ACCEPT (, ) PROGRAMA-ED-WS WITH PROMPT UPDATE
           IF ESCAPE-77 NOT = ZEROS OR PROGRAMA-ED-WS = SPACES
               GO TO INCLUI-PER-EXIT.
           PERFORM VARYING IDX-PER-WS FROM 1 BY 1
               UNTIL IDX-PER-WS > QTD-PER-WS
               OR (OPERADOR-TAB-PER-WS (IDX-PER-WS) = CODIGO-ED-WS
               AND PROGRAMA-TAB-PER-WS (IDX-PER-WS) = PROGRAMA-ED-WS)
           END-PERFORM
           IF IDX-PER-WS NOT > QTD-PER-WS
               GO TO INCLUI-PER-EXIT.
           ADD 1 TO QTD-PER-WS
           MOVE CODIGO-ED-WS   TO OPERADOR-TAB-PER-WS (QTD-PER-WS)
           MOVE PROGRAMA-ED-WS TO PROGRAMA-TAB-PER-WS (QTD-PER-WS).
       INCLUI-PER-EXIT.
           EXIT.
      *
      *    EXCLUI A LINHA DO PROGRAMA INFORMADO, PUXANDO AS SEGUINTES
       EXCLUI-PER.
           DISPLAY (23, 05) "Programa a retirar...............:"
           MOVE SPACES TO PROGRAMA-ED-WS
           ACCEPT (, ) PROGRAMA-ED-WS WITH PROMPT UPDATE
           IF ESCAPE-77 NOT = ZEROS GO TO EXCLUI-PER-EXIT.
           PERFORM VARYING IDX-PER-WS FROM 1 BY 1
               UNTIL IDX-PER-WS > QTD-PER-WS
               OR (OPERADOR-TAB-PER-WS (IDX-PER-WS) = CODIGO-ED-WS
               AND PROGRAMA-TAB-PER-WS (IDX-PER-WS) = PROGRAMA-ED-WS)
           END-PERFORM
           IF IDX-PER-WS > QTD-PER-WS
               DISPLAY (24, 05) "PROGRAMA NAO LIBERADO"
               GO TO EXCLUI-PER-EXIT.
           PERFORM PUXA-PER
               VARYING IDX-PER-WS FROM IDX-PER-WS BY 1
               UNTIL IDX-PER-WS NOT < QTD-PER-WS
           SUBTRACT 1 FROM QTD-PER-WS.
       EXCLUI-PER-EXIT.
           EXIT.
      *
       PUXA-PER.
           MOVE TAB-PER-ITEM (IDX-PER-WS + 1)
               TO TAB-PER-ITEM (IDX-PER-WS).
      *
      *    CARREGA A TABELA COM TODOS OS OPERADORES DO CADASTRO
       CARREGA-OPE.
           MOVE 0 TO QTD-OPE-WS
           MOVE "N" TO FIM-OPE-WS
           OPEN INPUT ARQ-OPE
           IF ESTADO-OPE NOT = ZEROS
               GO TO CARREGA-OPE-EXIT.
           PERFORM LE-CAD-OPE THRU LE-CAD-OPE-EXIT UNTIL ACABOU-OPE
           CLOSE ARQ-OPE.
       CARREGA-OPE-EXIT.
           EXIT.
      *
       LE-CAD-OPE.
           READ ARQ-OPE AT END MOVE "S" TO FIM-OPE-WS END-READ
           IF ACABOU-OPE GO TO LE-CAD-OPE-EXIT.
           IF QTD-OPE-WS < 30
               ADD 1 TO QTD-OPE-WS
               MOVE CODIGO-OPE-TX TO CODIGO-TAB-OPE-WS (QTD-OPE-WS)
               MOVE NOME-OPE-TX   TO NOME-TAB-OPE-WS   (QTD-OPE-WS)
               MOVE SENHA-OPE-TX  TO SENHA-TAB-OPE-WS  (QTD-OPE-WS)
               MOVE ATIVO-OPE-TX  TO ATIVO-TAB-OPE-WS  (QTD-OPE-WS).
       LE-CAD-OPE-EXIT.
           EXIT.
      *
      *    CARREGA A TABELA COM TODAS AS LINHAS DE PERMISSAO
       CARREGA-PER.
           MOVE 0 TO QTD-PER-WS
           MOVE "N" TO FIM-PER-WS
           OPEN INPUT ARQ-PER
           IF ESTADO-PER NOT = ZEROS
               GO TO CARREGA-PER-EXIT.
           PERFORM LE-CAD-PER THRU LE-CAD-PER-EXIT UNTIL ACABOU-PER
           CLOSE ARQ-PER.
       CARREGA-PER-EXIT.
           EXIT.
      *
       LE-CAD-PER.
           READ ARQ-PER AT END MOVE "S" TO FIM-PER-WS END-READ
           IF ACABOU-PER GO TO LE-CAD-PER-EXIT.
           IF QTD-PER-WS < 200
               ADD 1 TO QTD-PER-WS
               MOVE OPERADOR-PER-TX TO OPERADOR-TAB-PER-WS (QTD-PER-WS)
               MOVE PROGRAMA-PER-TX TO PROGRAMA-TAB-PER-WS (QTD-PER-WS).
       LE-CAD-PER-EXIT.
           EXIT.
      *
      *    REGRAVA O CADASTRO E AS PERMISSOES POR INTEIRO
       GRAVA-OPE.
           OPEN OUTPUT ARQ-OPE
           PERFORM GRAVA-LINHA-OPE
               VARYING IDX-OPE-WS FROM 1 BY 1
               UNTIL IDX-OPE-WS > QTD-OPE-WS
           CLOSE ARQ-OPE.
      *
       GRAVA-LINHA-OPE.
           MOVE CODIGO-TAB-OPE-WS (IDX-OPE-WS) TO CODIGO-OPE-TX
           MOVE NOME-TAB-OPE-WS   (IDX-OPE-WS) TO NOME-OPE-TX
           MOVE SENHA-TAB-OPE-WS  (IDX-OPE-WS) TO SENHA-OPE-TX
           MOVE ATIVO-TAB-OPE-WS  (IDX-OPE-WS) TO ATIVO-OPE-TX
           WRITE REGOPE-TX.
      *
       GRAVA-PER.
           OPEN OUTPUT ARQ-PER
           PERFORM GRAVA-LINHA-PER
               VARYING IDX-PER-WS FROM 1 BY 1
               UNTIL IDX-PER-WS > QTD-PER-WS
           CLOSE ARQ-PER.
      *
       GRAVA-LINHA-PER.
           MOVE OPERADOR-TAB-PER-WS (IDX-PER-WS) TO OPERADOR-PER-TX
           MOVE PROGRAMA-TAB-PER-WS (IDX-PER-WS) TO PROGRAMA-PER-TX
           WRITE REGPER-TX.
      *
           COPY OPERPR.
