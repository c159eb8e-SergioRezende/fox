      *
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. CADCEP.
       AUTHOR. LUIS AUGUSTO.
      *
      *    DATA DA ALTERACAO: 10/96
      *
      *    MANUTENCAO DO CADASTRO DE FAIXAS DE CEP ("ARQCEP.DAT"):
      *    CADA LINHA DA O PRIMEIRO E O ULTIMO CEP (CEP + SUFIXO, 8
      *    DIGITOS) DE UM MUNICIPIO, PELO CODIGO IBGE DO CADASTRO DE
      *    MUNICIPIOS ("ARQMUNIC.DAT"), OU DA UF INTEIRA COM O IBGE
      *    ZERADO. O CODIGO IBGE TEM DE EXISTIR NO CADMUNIC COM A
      *    MESMA UF, E A FAIXA DE UM MUNICIPIO NAO PODE INVADIR A DE
      *    OUTRO. O CONVCEP CONFERE POR AQUI O CEP DOS CLIENTES. AS
      *    ALTERACOES FICAM NA TRILHA DOS CADASTROS ("CADTRIL.LOG").
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
           COPY CEPSL.
      *
           COPY MUNISL.
      *
           COPY OPERSL.
      *
           COPY TRILSL.
      *
       DATA DIVISION.
       FILE SECTION.
      *
           COPY CEPFD.
      *
           COPY MUNIFD.
      *
           COPY OPERFD.
      *
           COPY TRILFD.
      *
       WORKING-STORAGE SECTION.
      *
       77  I                     PIC 9(02).
       77  E                     PIC 9(02).
       77  LINHA-CEP-WS          PIC 9(02).
       77  PAGINA-CEP-WS         PIC 9(02).
       77  PRIMEIRO-PAG-WS       PIC 9(04).
       77  OPCAO-WS              PIC X(01).
       77  ITEM-ED-WS            PIC 9(04).
       77  IDX-OUTRO-WS          PIC 9(04).
       77  FAIXA-OK-WS           PIC X(01).
           88  FAIXA-VALIDA                VALUE "S".
       01  UF-ED-WS              PIC X(02).
       77  IBGE-ED-WS            PIC 9(07).
       77  INICIO-ED-WS          PIC 9(08).
       77  FIM-ED-WS             PIC 9(08).
       01  NOME-MUN-ED-WS        PIC X(22).
      *
      *    CEP NA FORMA 99999-999 PARA O PAINEL
       01  CEP-NUM-WS            PIC 9(08).
       01  FILLER REDEFINES CEP-NUM-WS.
           05  CEP5-NUM-WS       PIC 9(05).
           05  CEP3-NUM-WS       PIC 9(03).
       01  CEP-ED-WS.
           05  CEP5-ED-WS        PIC 9(05).
           05  FILLER            PIC X(01) VALUE "-".
           05  CEP3-ED-WS        PIC 9(03).
      *
           COPY CEPVL.
      *
           COPY MUNIVL.
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
           MOVE "CADCEP  " TO PROGRAMA-ACE-WS
           PERFORM AUTENTICA-OPERADOR THRU AUTENTICA-OPERADOR-EXIT.
           PERFORM CARREGA-CEP THRU CARREGA-CEP-EXIT
           PERFORM CARREGA-MUNIC THRU CARREGA-MUNIC-EXIT
           MOVE 1 TO PRIMEIRO-PAG-WS.
       015-MENU.
           DISPLAY (1, 1) ERASE
           DISPLAY (2, 18) "* CADASTRO DE FAIXAS DE CEP *"
           DISPLAY (4, 01)
               "ITEM UF IBGE    MUNICIPIO              CEP INICIAL"
           DISPLAY (4, 53) "CEP FINAL"
           MOVE 0 TO PAGINA-CEP-WS
           PERFORM MOSTRA-CEP
               VARYING IDX-CEP-WS FROM PRIMEIRO-PAG-WS BY 1
               UNTIL IDX-CEP-WS > QTD-CEP-WS
               OR PAGINA-CEP-WS > 15

           DISPLAY (21, 05)
               "Opcao (I=Inclui A=Altera E=Exclui P=Proxima pag"
           DISPLAY (22, 05)
               "       F=Fim).....................:"
           ACCEPT (, ) OPCAO-WS WITH PROMPT UPDATE
           ACCEPT ESCAPE-77 FROM ESCAPE KEY
           IF ESCAPE-77 NOT = ZEROS OR OPCAO-WS = "F"
               PERFORM GRAVA-CEP
               STOP RUN.
           IF OPCAO-WS = "I"
               PERFORM INCLUI-CEP THRU INCLUI-CEP-EXIT
               GO TO 015-MENU.
           IF OPCAO-WS = "A"
               PERFORM ALTERA-CEP THRU ALTERA-CEP-EXIT
               GO TO 015-MENU.
           IF OPCAO-WS = "E"
               PERFORM EXCLUI-CEP THRU EXCLUI-CEP-EXIT
               GO TO 015-MENU.
           IF OPCAO-WS = "P"
               ADD 16 TO PRIMEIRO-PAG-WS
               IF PRIMEIRO-PAG-WS > QTD-CEP-WS
                   MOVE 1 TO PRIMEIRO-PAG-WS
               END-IF
               GO TO 015-MENU.
           GO TO 015-MENU.
      *
      *    MOSTRA UMA LINHA DA TABELA NO PAINEL (COM O NOME DO
      *    MUNICIPIO PELA PRIMEIRA GRAFIA DO CADMUNIC)
       MOSTRA-CEP.
           ADD 1 TO PAGINA-CEP-WS
           COMPUTE LINHA-CEP-WS = 4 + PAGINA-CEP-WS
           MOVE UF-TAB-CEP-WS (IDX-CEP-WS) TO UF-ED-WS
           MOVE IBGE-TAB-CEP-WS (IDX-CEP-WS) TO IBGE-ED-WS
           PERFORM ACHA-NOME-MUNIC THRU ACHA-NOME-MUNIC-EXIT
           DISPLAY (LINHA-CEP-WS, 01) IDX-CEP-WS
           DISPLAY (LINHA-CEP-WS, 06) UF-TAB-CEP-WS (IDX-CEP-WS)
           DISPLAY (LINHA-CEP-WS, 09) IBGE-TAB-CEP-WS (IDX-CEP-WS)
           DISPLAY (LINHA-CEP-WS, 17) NOME-MUN-ED-WS
           MOVE INICIO-TAB-CEP-WS (IDX-CEP-WS) TO CEP-NUM-WS
           PERFORM EDITA-CEP
           DISPLAY (LINHA-CEP-WS, 40) CEP-ED-WS
           MOVE FIM-TAB-CEP-WS (IDX-CEP-WS) TO CEP-NUM-WS
           PERFORM EDITA-CEP
           DISPLAY (LINHA-CEP-WS, 53) CEP-ED-WS.
      *
       EDITA-CEP.
           MOVE CEP5-NUM-WS TO CEP5-ED-WS
           MOVE CEP3-NUM-WS TO CEP3-ED-WS.
      *
      *    NOME DO MUNICIPIO DE IBGE-ED-WS/UF-ED-WS (IBGE ZERADO = A
      *    UF INTEIRA; BRANCO = CODIGO FORA DO CADMUNIC)
       ACHA-NOME-MUNIC.
           MOVE SPACES TO NOME-MUN-ED-WS
           IF IBGE-ED-WS = ZEROS
               MOVE "(UF INTEIRA)" TO NOME-MUN-ED-WS
               GO TO ACHA-NOME-MUNIC-EXIT.
           PERFORM VARYING IDX-MUN-WS FROM 1 BY 1
               UNTIL IDX-MUN-WS > QTD-MUNIC-WS
               OR (IBGE-TAB-MUN-WS (IDX-MUN-WS) = IBGE-ED-WS
               AND UF-TAB-MUN-WS (IDX-MUN-WS) = UF-ED-WS)
           END-PERFORM
           IF IDX-MUN-WS NOT > QTD-MUNIC-WS
               MOVE NOME-TAB-MUN-WS (IDX-MUN-WS) TO NOME-MUN-ED-WS.
       ACHA-NOME-MUNIC-EXIT.
           EXIT.
      *
      *    INCLUI UMA FAIXA NOVA NO FIM DA TABELA
       INCLUI-CEP.
           IF QTD-CEP-WS = 3000
               DISPLAY (23, 05) "CADASTRO CHEIO - 3000 FAIXAS"
               GO TO INCLUI-CEP-EXIT.
           MOVE SPACES TO UF-ED-WS
           MOVE ZEROS TO IBGE-ED-WS INICIO-ED-WS FIM-ED-WS
           DISPLAY (23, 05) "UF...............................:"
           ACCEPT (, ) UF-ED-WS WITH PROMPT UPDATE
           ACCEPT ESCAPE-77 FROM ESCAPE KEY
           IF ESCAPE-77 NOT = ZEROS OR UF-ED-WS = SPACES
               GO TO INCLUI-CEP-EXIT.
           DISPLAY (23, 05) "Codigo IBGE (0000000=UF inteira).:"
           ACCEPT (, ) IBGE-ED-WS WITH PROMPT UPDATE
           ACCEPT ESCAPE-77 FROM ESCAPE KEY
           IF ESCAPE-77 NOT = ZEROS GO TO INCLUI-CEP-EXIT.
           PERFORM DIGITA-FAIXA THRU DIGITA-FAIXA-EXIT
           IF ESCAPE-77 NOT = ZEROS GO TO INCLUI-CEP-EXIT.
           MOVE ZEROS TO IDX-OUTRO-WS
           PERFORM VALIDA-FAIXA THRU VALIDA-FAIXA-EXIT
           IF NOT FAIXA-VALIDA GO TO INCLUI-CEP-EXIT.
           ADD 1 TO QTD-CEP-WS
           MOVE QTD-CEP-WS TO IDX-CEP-WS
           MOVE UF-ED-WS     TO UF-TAB-CEP-WS     (IDX-CEP-WS)
           MOVE IBGE-ED-WS   TO IBGE-TAB-CEP-WS   (IDX-CEP-WS)
           MOVE INICIO-ED-WS TO INICIO-TAB-CEP-WS (IDX-CEP-WS)
           MOVE FIM-ED-WS    TO FIM-TAB-CEP-WS    (IDX-CEP-WS)
           MOVE "I" TO OPERACAO-TRL-WS
           MOVE SPACES TO ANTES-TRL-WS
           PERFORM REGISTRA-CEP.
       INCLUI-CEP-EXIT.
           EXIT.
      *
      *    REDIGITA O CEP INICIAL E FINAL DA FAIXA PELO NUMERO DO
      *    ITEM NO PAINEL (UF E MUNICIPIO NAO MUDAM: EXCLUA E INCLUA)
       ALTERA-CEP.
           DISPLAY (23, 05) "Item a alterar...................:"
           MOVE ZEROS TO ITEM-ED-WS
           ACCEPT (, ) ITEM-ED-WS WITH PROMPT UPDATE
           ACCEPT ESCAPE-77 FROM ESCAPE KEY
           IF ESCAPE-77 NOT = ZEROS GO TO ALTERA-CEP-EXIT.
           IF ITEM-ED-WS = ZEROS OR ITEM-ED-WS > QTD-CEP-WS
               DISPLAY (24, 05) "ITEM INEXISTENTE                  "
               GO TO ALTERA-CEP-EXIT.
           MOVE ITEM-ED-WS TO IDX-CEP-WS
           MOVE UF-TAB-CEP-WS     (IDX-CEP-WS) TO UF-ED-WS
           MOVE IBGE-TAB-CEP-WS   (IDX-CEP-WS) TO IBGE-ED-WS
           MOVE INICIO-TAB-CEP-WS (IDX-CEP-WS) TO INICIO-ED-WS
           MOVE FIM-TAB-CEP-WS    (IDX-CEP-WS) TO FIM-ED-WS
           PERFORM DIGITA-FAIXA THRU DIGITA-FAIXA-EXIT
           IF ESCAPE-77 NOT = ZEROS GO TO ALTERA-CEP-EXIT.
           MOVE ITEM-ED-WS TO IDX-OUTRO-WS
           PERFORM VALIDA-FAIXA THRU VALIDA-FAIXA-EXIT
           IF NOT FAIXA-VALIDA GO TO ALTERA-CEP-EXIT.
           MOVE ITEM-ED-WS TO IDX-CEP-WS
           MOVE "A" TO OPERACAO-TRL-WS
           MOVE TAB-CEP-ITEM (IDX-CEP-WS) TO ANTES-TRL-WS
           MOVE INICIO-ED-WS TO INICIO-TAB-CEP-WS (IDX-CEP-WS)
           MOVE FIM-ED-WS    TO FIM-TAB-CEP-WS    (IDX-CEP-WS)
           PERFORM REGISTRA-CEP.
       ALTERA-CEP-EXIT.
           EXIT.
      *
      *    EXCLUI UMA FAIXA PELO NUMERO DO ITEM NO PAINEL
       EXCLUI-CEP.
           DISPLAY (23, 05) "Item a excluir...................:"
           MOVE ZEROS TO ITEM-ED-WS
           ACCEPT (, ) ITEM-ED-WS WITH PROMPT UPDATE
           ACCEPT ESCAPE-77 FROM ESCAPE KEY
           IF ESCAPE-77 NOT = ZEROS GO TO EXCLUI-CEP-EXIT.
           IF ITEM-ED-WS = ZEROS OR ITEM-ED-WS > QTD-CEP-WS
               DISPLAY (24, 05) "ITEM INEXISTENTE                  "
               GO TO EXCLUI-CEP-EXIT.
           MOVE ITEM-ED-WS TO IDX-CEP-WS
           MOVE "E" TO OPERACAO-TRL-WS
           MOVE TAB-CEP-ITEM (IDX-CEP-WS) TO ANTES-TRL-WS
           PERFORM REGISTRA-CEP
           PERFORM FECHA-ESPACO-CEP
               VARYING IDX-CEP-WS FROM ITEM-ED-WS BY 1
               UNTIL IDX-CEP-WS NOT < QTD-CEP-WS
           SUBTRACT 1 FROM QTD-CEP-WS.
       EXCLUI-CEP-EXIT.
           EXIT.
      *
       FECHA-ESPACO-CEP.
           MOVE TAB-CEP-ITEM (IDX-CEP-WS + 1)
               TO TAB-CEP-ITEM (IDX-CEP-WS).
      *
      *    DIGITACAO DO CEP INICIAL E FINAL (CEP + SUFIXO)
       DIGITA-FAIXA.
           DISPLAY (23, 05) "CEP inicial (8 digitos)..........:"
           ACCEPT (, ) INICIO-ED-WS WITH PROMPT UPDATE
           ACCEPT ESCAPE-77 FROM ESCAPE KEY
           IF ESCAPE-77 NOT = ZEROS GO TO DIGITA-FAIXA-EXIT.
           IF FIM-ED-WS = ZEROS
               MOVE INICIO-ED-WS TO FIM-ED-WS.
           DISPLAY (23, 05) "CEP final   (8 digitos)..........:"
           ACCEPT (, ) FIM-ED-WS WITH PROMPT UPDATE
           ACCEPT ESCAPE-77 FROM ESCAPE KEY.
       DIGITA-FAIXA-EXIT.
           EXIT.
      *
      *    CONFERE A FAIXA DIGITADA: CEP INICIAL PREENCHIDO E NAO
      *    MAIOR QUE O FINAL, IBGE NO CADMUNIC COM A MESMA UF E SEM
      *    INVADIR A FAIXA DE OUTRO MUNICIPIO (A LINHA IDX-OUTRO-WS,
      *    QUANDO ALTERACAO, NAO ENTRA NA CONFERENCIA)
       VALIDA-FAIXA.
           MOVE "N" TO FAIXA-OK-WS
           IF INICIO-ED-WS = ZEROS OR INICIO-ED-WS > FIM-ED-WS
               DISPLAY (24, 05) "FAIXA INVALIDA - INICIAL > FINAL  "
               GO TO VALIDA-FAIXA-EXIT.
           IF IBGE-ED-WS NOT = ZEROS
               PERFORM ACHA-NOME-MUNIC THRU ACHA-NOME-MUNIC-EXIT
               IF NOME-MUN-ED-WS = SPACES
                   DISPLAY (24, 05) "IBGE NAO CADASTRADO NESTA UF     "
                   GO TO VALIDA-FAIXA-EXIT.
           PERFORM VARYING IDX-CEP-WS FROM 1 BY 1
               UNTIL IDX-CEP-WS > QTD-CEP-WS
               OR (IDX-CEP-WS NOT = IDX-OUTRO-WS
               AND IBGE-ED-WS NOT = ZEROS
               AND IBGE-TAB-CEP-WS (IDX-CEP-WS) NOT = ZEROS
               AND IBGE-TAB-CEP-WS (IDX-CEP-WS) NOT = IBGE-ED-WS
               AND INICIO-ED-WS NOT > FIM-TAB-CEP-WS (IDX-CEP-WS)
               AND FIM-ED-WS NOT < INICIO-TAB-CEP-WS (IDX-CEP-WS))
           END-PERFORM
           IF IDX-CEP-WS NOT > QTD-CEP-WS
               DISPLAY (24, 05) "FAIXA INVADE A DO ITEM            "
               DISPLAY (24, 28) IDX-CEP-WS
               GO TO VALIDA-FAIXA-EXIT.
           MOVE "S" TO FAIXA-OK-WS.
       VALIDA-FAIXA-EXIT.
           EXIT.
      *
      *    REGRAVA O CADASTRO POR INTEIRO A PARTIR DA TABELA
       GRAVA-CEP.
           OPEN OUTPUT ARQ-CEP
           PERFORM GRAVA-LINHA-CEP
               VARYING IDX-CEP-WS FROM 1 BY 1
               UNTIL IDX-CEP-WS > QTD-CEP-WS
           CLOSE ARQ-CEP.
      *
       GRAVA-LINHA-CEP.
           MOVE UF-TAB-CEP-WS     (IDX-CEP-WS) TO UF-CEP-TX
           MOVE IBGE-TAB-CEP-WS   (IDX-CEP-WS) TO IBGE-CEP-TX
           MOVE INICIO-TAB-CEP-WS (IDX-CEP-WS) TO INICIO-CEP-TX
           MOVE FIM-TAB-CEP-WS    (IDX-CEP-WS) TO FIM-CEP-TX
           WRITE REGCEP-TX.
      *
      *    REGISTRA NA TRILHA DOS CADASTROS A LINHA DE INDICE
      *    IDX-CEP-WS (A IMAGEM ANTERIOR JA ESTA EM ANTES-TRL-WS)
       REGISTRA-CEP.
           MOVE "ARQCEP" TO CADASTRO-TRL-WS
           MOVE TAB-CEP-ITEM (IDX-CEP-WS) TO DEPOIS-TRL-WS
           IF OPERACAO-TRL-WS = "E"
               MOVE SPACES TO DEPOIS-TRL-WS.
           MOVE SPACES TO CHAVE-TRL-WS
           STRING UF-TAB-CEP-WS (IDX-CEP-WS) "/"
               IBGE-TAB-CEP-WS (IDX-CEP-WS) "/"
               INICIO-TAB-CEP-WS (IDX-CEP-WS)
               DELIMITED BY SIZE INTO CHAVE-TRL-WS
           PERFORM GRAVA-TRILHA THRU GRAVA-TRILHA-EXIT.
      *
           COPY CEPPR.
      *
           COPY MUNIPR.
      *
           COPY OPERPR.
      *
           COPY TRILPR.
