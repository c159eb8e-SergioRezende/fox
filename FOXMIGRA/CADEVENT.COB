      *    CONVCTAB USA PARA GERAR OS LANCAMENTOS DO DIARIO - A
      *    CONTABILIZACAO DO MOVIMENTO VIRA PASSO DE LOTE EM VEZ DE
      *    TRABALHO DE DIGITACAO.
      *
      *    DATA DA ALTERACAO: 10/96
      *
      *    INCLUSOES E ALTERACOES FICAM REGISTRADAS NA TRILHA DE
      *    ALTERACOES DOS CADASTROS ("CADTRIL.LOG") COM O OPERADOR,
      *    A DATA/HORA, A CHAVE E AS IMAGENS ANTES E DEPOIS DA LINHA
      *    (RELATORIO CONVTRIL).
      *
      *    DATA DA ALTERACAO: 10/96
      *
      *    EVENTOS P1/P2 DA PROVISAO PARA DEVEDORES DUVIDOSOS: O
      *    CONVPDD LANCA O AJUSTE DO MES COMO CONSTITUICAO (P1) OU
      *    REVERSAO (P2) COM AS CONTAS CADASTRADAS AQUI.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       FILE-CONTROL.
      *
           COPY EVENTSL.
      *
           COPY OPERSL.
      *
           COPY TRILSL.
      *
       DATA DIVISION.
       FILE SECTION.
      *
           COPY EVENTFD.
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
           MOVE "CADEVENT" TO PROGRAMA-ACE-WS
           PERFORM AUTENTICA-OPERADOR THRU AUTENTICA-OPERADOR-EXIT.
           PERFORM CARREGA-EVENTO.
       015-MENU.
           DISPLAY (1, 1) ERASE
           MOVE ZEROS  TO CONTA-TAB-EVE-WS  (IDX-EVE-WS)
           MOVE ZEROS  TO CONTRA-TAB-EVE-WS (IDX-EVE-WS)
           MOVE ZEROS  TO CUSTO-TAB-EVE-WS  (IDX-EVE-WS)
           PERFORM DIGITA-EVE
           MOVE "I" TO OPERACAO-TRL-WS
           MOVE SPACES TO ANTES-TRL-WS
           PERFORM REGISTRA-EVE.
       INCLUI-EVE-EXIT.
           EXIT.
      *
           IF IDX-EVE-WS > QTD-EVENT-WS
               DISPLAY (24, 05) "EVENTO NAO CADASTRADO"
               GO TO ALTERA-EVE-EXIT.
           MOVE "A" TO OPERACAO-TRL-WS
           MOVE TAB-EVENT-ITEM (IDX-EVE-WS) TO ANTES-TRL-WS
           PERFORM DIGITA-EVE
           PERFORM REGISTRA-EVE.
       ALTERA-EVE-EXIT.
           EXIT.
      *
      *    DIGITACAO DOS CAMPOS DO EVENTO DE INDICE IDX-EVE-WS
       DIGITA-EVE.
           DISPLAY (23, 05) "Evento (V1 V2 B1-B5 EN P1 P2)....:"
           ACCEPT (, ) EVENTO-TAB-EVE-WS (IDX-EVE-WS)
               WITH PROMPT UPDATE
           DISPLAY (23, 05) "Conta de debito..................:"
               WITH PROMPT UPDATE.
      *
           COPY EVENTPR.
      *
      *    REGISTRA NA TRILHA DOS CADASTROS A LINHA DE INDICE
      *    IDX-EVE-WS (A IMAGEM ANTERIOR JA ESTA EM ANTES-TRL-WS)
       REGISTRA-EVE.
           MOVE "ARQEVENT" TO CADASTRO-TRL-WS
           MOVE TAB-EVENT-ITEM (IDX-EVE-WS) TO DEPOIS-TRL-WS
           MOVE SPACES TO CHAVE-TRL-WS
           STRING EVENTO-TAB-EVE-WS (IDX-EVE-WS)
               DELIMITED BY SIZE INTO CHAVE-TRL-WS
           PERFORM GRAVA-TRILHA THRU GRAVA-TRILHA-EXIT.
      *
           COPY OPERPR.
      *
           COPY TRILPR.
