      *    DO CONVREME, RELENDO E MESCLANDO O CADASTRO ANTES DE
      *    REGRAVAR: UMA EMISSAO NO MEIO DA DIGITACAO NAO PERDE O
      *    AVANCO DA SEQUENCIA, E O NOSSO-NUMERO NUNCA VOLTA ATRAS.
      *
      *    DATA DA ALTERACAO: 10/96
      *
      *    INCLUSOES E ALTERACOES FICAM REGISTRADAS NA TRILHA DE
      *    ALTERACOES DOS CADASTROS ("CADTRIL.LOG") COM O OPERADOR,
      *    A DATA/HORA, A CHAVE E AS IMAGENS ANTES E DEPOIS DA LINHA
      *    (RELATORIO CONVTRIL).
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           COPY BANCOSL.
      *
           COPY TRAVASL.
      *
           COPY OPERSL.
      *
           COPY TRILSL.
      *
       DATA DIVISION.
       FILE SECTION.
           COPY BANCOFD.
      *
           COPY TRAVAFD.
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
           MOVE "CADBANCO" TO PROGRAMA-ACE-WS
           PERFORM AUTENTICA-OPERADOR THRU AUTENTICA-OPERADOR-EXIT.
           PERFORM CARREGA-BANCO.
       015-MENU.
           DISPLAY (1, 1) ERASE
           MOVE ZEROS TO CEDENTE-TAB-BAN-WS  (IDX-BAN-WS)
           MOVE 1     TO NOSSONUM-TAB-BAN-WS (IDX-BAN-WS)
           MOVE "4"   TO LAYOUT-TAB-BAN-WS   (IDX-BAN-WS)
           PERFORM DIGITA-BAN
           MOVE "I" TO OPERACAO-TRL-WS
           MOVE SPACES TO ANTES-TRL-WS
           PERFORM REGISTRA-BAN.
       INCLUI-BAN-EXIT.
           EXIT.
      *
           IF IDX-BAN-WS > QTD-BANCO-WS
               DISPLAY (24, 05) "FILIAL/BANCO NAO CADASTRADA"
               GO TO ALTERA-BAN-EXIT.
           MOVE "A" TO OPERACAO-TRL-WS
           MOVE TAB-BANCO-ITEM (IDX-BAN-WS) TO ANTES-TRL-WS
           PERFORM DIGITA-BAN
           PERFORM REGISTRA-BAN.
       ALTERA-BAN-EXIT.
           EXIT.
      *
           COPY BANCOPR.
      *
           COPY TRAVAPR.
      *
      *    REGISTRA NA TRILHA DOS CADASTROS A LINHA DE INDICE
      *    IDX-BAN-WS (A IMAGEM ANTERIOR JA ESTA EM ANTES-TRL-WS)
       REGISTRA-BAN.
           MOVE "ARQBANCO" TO CADASTRO-TRL-WS
           MOVE TAB-BANCO-ITEM (IDX-BAN-WS) TO DEPOIS-TRL-WS
           MOVE SPACES TO CHAVE-TRL-WS
           STRING FILIAL-TAB-BAN-WS (IDX-BAN-WS) "/"
               BANCO-TAB-BAN-WS (IDX-BAN-WS)
               DELIMITED BY SIZE INTO CHAVE-TRL-WS
           PERFORM GRAVA-TRILHA THRU GRAVA-TRILHA-EXIT.
      *
           COPY OPERPR.
      *
           COPY TRILPR.
