      *
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. CADTRIB.
       AUTHOR. LUIS AUGUSTO.
      *
      *    DATA DA ALTERACAO: 10/96
      *
      *    MANUTENCAO DO CADASTRO DE PARAMETROS DE PIS/FINSOCIAL
      *    ("ARQTRIB.DAT"): UMA LINHA POR FILIAL (00 = PADRAO) COM AS
      *    ALIQUOTAS DE PIS E DE FINSOCIAL EM PERCENTUAL E O DIA DE
      *    VENCIMENTO DE CADA UMA NO MES SEGUINTE AO DA APURACAO. O
      *    CONVPISF APURA AS CONTRIBUICOES DO MES COM ESTA TABELA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
           COPY TRIBSL.
      *
           COPY OPERSL.
      *
       DATA DIVISION.
       FILE SECTION.
      *
           COPY TRIBFD.
      *
           COPY OPERFD.
      *
       WORKING-STORAGE SECTION.
      *
       77  I                     PIC 9(02).
       77  E                     PIC 9(02).
       77  LINHA-TRB-WS          PIC 9(02).
       77  OPCAO-WS              PIC X(01).
       77  FILIAL-ED-WS          PIC 9(02).
      *
           COPY TRIBVL.
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
           MOVE "CADTRIB" TO PROGRAMA-ACE-WS
           PERFORM AUTENTICA-OPERADOR THRU AUTENTICA-OPERADOR-EXIT.
           PERFORM CARREGA-TRIBUTO THRU CARREGA-TRIBUTO-EXIT.
       015-MENU.
           DISPLAY (1, 1) ERASE
           DISPLAY (2, 10) "* PARAMETROS DE PIS/FINSOCIAL POR FILIAL *"
           DISPLAY (4, 05) "FL %PIS  %FIN  VPIS VFIN"
           PERFORM MOSTRA-TRB
               VARYING IDX-TRB-WS FROM 1 BY 1
               UNTIL IDX-TRB-WS > QTD-TRIB-WS
               OR IDX-TRB-WS > 15

           DISPLAY (22, 05) "Opcao (I=Inclui A=Altera F=Fim)..:"
           ACCEPT (, ) OPCAO-WS WITH PROMPT UPDATE
           ACCEPT ESCAPE-77 FROM ESCAPE KEY
           IF ESCAPE-77 NOT = ZEROS OR OPCAO-WS = "F"
               PERFORM GRAVA-TRIBUTO
               STOP RUN.
           IF OPCAO-WS = "I"
               PERFORM INCLUI-TRB THRU INCLUI-TRB-EXIT
               GO TO 015-MENU.
           IF OPCAO-WS = "A"
               PERFORM ALTERA-TRB THRU ALTERA-TRB-EXIT
               GO TO 015-MENU.
           GO TO 015-MENU.
      *
      *    MOSTRA UMA LINHA DA TABELA NO PAINEL (15 PRIMEIRAS)
       MOSTRA-TRB.
           COMPUTE LINHA-TRB-WS = 4 + IDX-TRB-WS
           DISPLAY (LINHA-TRB-WS, 05) FILIAL-TAB-TRB-WS (IDX-TRB-WS)
           DISPLAY (LINHA-TRB-WS, 08) ALQPIS-TAB-TRB-WS (IDX-TRB-WS)
           DISPLAY (LINHA-TRB-WS, 14) ALQFIN-TAB-TRB-WS (IDX-TRB-WS)
           DISPLAY (LINHA-TRB-WS, 21) DIAPIS-TAB-TRB-WS (IDX-TRB-WS)
           DISPLAY (LINHA-TRB-WS, 26) DIAFIN-TAB-TRB-WS (IDX-TRB-WS).
      *
      *    INCLUI A LINHA DE UMA FILIAL NOVA NO FIM DA TABELA
       INCLUI-TRB.
           IF QTD-TRIB-WS = 50
               DISPLAY (23, 05) "CADASTRO CHEIO - 50 FILIAIS"
               GO TO INCLUI-TRB-EXIT.
           DISPLAY (23, 05) "Filial (00 = padrao).............:"
           MOVE ZEROS TO FILIAL-ED-WS
           ACCEPT (, ) FILIAL-ED-WS WITH PROMPT UPDATE
           IF ESCAPE-77 NOT = ZEROS GO TO INCLUI-TRB-EXIT.
           PERFORM VARYING IDX-TRB-WS FROM 1 BY 1
               UNTIL IDX-TRB-WS > QTD-TRIB-WS
               OR FILIAL-TAB-TRB-WS (IDX-TRB-WS) = FILIAL-ED-WS
           END-PERFORM
           IF IDX-TRB-WS NOT > QTD-TRIB-WS
               DISPLAY (24, 05) "FILIAL JA CADASTRADA - USE ALTERA"
               GO TO INCLUI-TRB-EXIT.
           ADD 1 TO QTD-TRIB-WS
           MOVE QTD-TRIB-WS TO IDX-TRB-WS
           MOVE FILIAL-ED-WS TO FILIAL-TAB-TRB-WS (IDX-TRB-WS)
           MOVE ZEROS TO ALQPIS-TAB-TRB-WS (IDX-TRB-WS)
           MOVE ZEROS TO ALQFIN-TAB-TRB-WS (IDX-TRB-WS)
           MOVE ZEROS TO DIAPIS-TAB-TRB-WS (IDX-TRB-WS)
           MOVE ZEROS TO DIAFIN-TAB-TRB-WS (IDX-TRB-WS)
           PERFORM DIGITA-TRB.
       INCLUI-TRB-EXIT.
           EXIT.
      *
      *    LOCALIZA A FILIAL INFORMADA E REDIGITA
       ALTERA-TRB.
           DISPLAY (23, 05) "Filial a alterar.................:"
           ACCEPT (, ) FILIAL-ED-WS WITH PROMPT UPDATE
           IF ESCAPE-77 NOT = ZEROS GO TO ALTERA-TRB-EXIT.
           PERFORM VARYING IDX-TRB-WS FROM 1 BY 1
               UNTIL IDX-TRB-WS > QTD-TRIB-WS
               OR FILIAL-TAB-TRB-WS (IDX-TRB-WS) = FILIAL-ED-WS
           END-PERFORM
           IF IDX-TRB-WS > QTD-TRIB-WS
               DISPLAY (24, 05) "FILIAL NAO CADASTRADA"
               GO TO ALTERA-TRB-EXIT.
           PERFORM DIGITA-TRB.
       ALTERA-TRB-EXIT.
           EXIT.
      *
      *    DIGITACAO DOS CAMPOS DA LINHA DE INDICE IDX-TRB-WS. O DIA
      *    DE VENCIMENTO VAI DE 1 A 31 (NOS MESES MAIS CURTOS O
      *    CONVPISF USA O ULTIMO DIA DO MES)
       DIGITA-TRB.
           DISPLAY (23, 05) "Aliquota de PIS (%)..............:"
           ACCEPT (, ) ALQPIS-TAB-TRB-WS (IDX-TRB-WS)
               WITH PROMPT UPDATE
           DISPLAY (23, 05) "Aliquota de FINSOCIAL (%)........:"
           ACCEPT (, ) ALQFIN-TAB-TRB-WS (IDX-TRB-WS)
               WITH PROMPT UPDATE
           DISPLAY (23, 05) "Dia de vencimento do PIS.........:"
           ACCEPT (, ) DIAPIS-TAB-TRB-WS (IDX-TRB-WS)
               WITH PROMPT UPDATE
           DISPLAY (23, 05) "Dia de vencimento do FINSOCIAL...:"
           ACCEPT (, ) DIAFIN-TAB-TRB-WS (IDX-TRB-WS)
               WITH PROMPT UPDATE
           IF DIAPIS-TAB-TRB-WS (IDX-TRB-WS) = ZEROS
               OR DIAPIS-TAB-TRB-WS (IDX-TRB-WS) > 31
               OR DIAFIN-TAB-TRB-WS (IDX-TRB-WS) = ZEROS
               OR DIAFIN-TAB-TRB-WS (IDX-TRB-WS) > 31
               DISPLAY (24, 05) "DIA DE VENCIMENTO INVALIDO (1 A 31)"
               GO TO DIGITA-TRB.
      *
           COPY TRIBPR.
      *
           COPY OPERPR.
