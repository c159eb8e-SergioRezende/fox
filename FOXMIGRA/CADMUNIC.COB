      *    DIGITOS E A UF. AS CONVERSOES RESOLVEM O NOME LIVRE DOS
      *    CADASTROS POR AQUI, PARA O RESUMO POR MUNICIPIO PARAR DE
      *    DIVIDIR A MESMA CIDADE EM TRES LINHAS.
      *
      *    DATA DA ALTERACAO: 10/96
      *
      *    INCLUSOES E EXCLUSOES FICAM REGISTRADAS NA TRILHA DE
      *    ALTERACOES DOS CADASTROS ("CADTRIL.LOG") COM O OPERADOR,
      *    A DATA/HORA, A CHAVE E AS IMAGENS ANTES E DEPOIS DA LINHA
      *    (RELATORIO CONVTRIL).
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       FILE-CONTROL.
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
           COPY MUNIFD.
      *
           COPY OPERFD.
      *
           COPY TRILFD.
      *
       WORKING-STORAGE SECTION.
      *
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
           MOVE "CADMUNIC" TO PROGRAMA-ACE-WS
           PERFORM AUTENTICA-OPERADOR THRU AUTENTICA-OPERADOR-EXIT.
           PERFORM CARREGA-MUN
           MOVE 1 TO PRIMEIRO-PAG-WS.
       015-MENU.
               WITH PROMPT UPDATE
           DISPLAY (23, 05) "Codigo IBGE (7 digitos)..........:"
           ACCEPT (, ) IBGE-TAB-MUN-WS (IDX-MUN-WS)
               WITH PROMPT UPDATE
           MOVE "I" TO OPERACAO-TRL-WS
           MOVE SPACES TO ANTES-TRL-WS
           PERFORM REGISTRA-MUN.
       INCLUI-MUN-EXIT.
           EXIT.
      *
           IF IDX-MUN-WS > QTD-MUN-WS
               DISPLAY (24, 05) "GRAFIA NAO CADASTRADA"
               GO TO EXCLUI-MUN-EXIT.
           MOVE "E" TO OPERACAO-TRL-WS
           MOVE TAB-MUN-ITEM (IDX-MUN-WS) TO ANTES-TRL-WS
           PERFORM REGISTRA-MUN
           PERFORM VARYING ITEM-ED-WS FROM IDX-MUN-WS BY 1
               UNTIL ITEM-ED-WS NOT < QTD-MUN-WS
               MOVE TAB-MUN-ITEM (ITEM-ED-WS + 1)
           MOVE UF-TAB-MUN-WS   (IDX-MUN-WS) TO UF-MUN-TX
           MOVE IBGE-TAB-MUN-WS (IDX-MUN-WS) TO IBGE-MUN-TX
           WRITE REGMUN-TX.
      *
      *    REGISTRA NA TRILHA DOS CADASTROS A LINHA DE INDICE
      *    IDX-MUN-WS (A IMAGEM ANTERIOR JA ESTA EM ANTES-TRL-WS)
       REGISTRA-MUN.
           MOVE "ARQMUNIC" TO CADASTRO-TRL-WS
           MOVE SPACES TO DEPOIS-TRL-WS
           IF OPERACAO-TRL-WS NOT = "E"
               MOVE TAB-MUN-ITEM (IDX-MUN-WS) TO DEPOIS-TRL-WS.
           MOVE SPACES TO CHAVE-TRL-WS
           STRING NOME-TAB-MUN-WS (IDX-MUN-WS) "/"
               UF-TAB-MUN-WS (IDX-MUN-WS)
               DELIMITED BY SIZE INTO CHAVE-TRL-WS
           PERFORM GRAVA-TRILHA THRU GRAVA-TRILHA-EXIT.
      *
           COPY OPERPR.
      *
           COPY TRILPR.
