      *    CONVPAGA EXPLODE AS ENTRADAS DO PERIODO NESTES PRAZOS
      *    PARA MONTAR A AGENDA DO CONTAS A PAGAR; FORNECEDOR SEM
      *    LINHA AQUI SAI EM PARCELA UNICA A 30 DIAS.
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
       FILE-CONTROL.
      *
           COPY PRAZOSL.
      *
           COPY OPERSL.
      *
           COPY TRILSL.
      *
       DATA DIVISION.
       FILE SECTION.
      *
           COPY PRAZOFD.
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
           MOVE "CADPRAZO" TO PROGRAMA-ACE-WS
           PERFORM AUTENTICA-OPERADOR THRU AUTENTICA-OPERADOR-EXIT.
           PERFORM CARREGA-PRAZO.
       015-MENU.
           DISPLAY (1, 1) ERASE
           MOVE ZEROS TO FORN-TAB-PRZ-WS    (IDX-PRZ-WS)
           MOVE 1     TO QTDPARC-TAB-PRZ-WS (IDX-PRZ-WS)
           MOVE 30    TO INTERV-TAB-PRZ-WS  (IDX-PRZ-WS)
           PERFORM DIGITA-PRZ
           MOVE "I" TO OPERACAO-TRL-WS
           MOVE SPACES TO ANTES-TRL-WS
           PERFORM REGISTRA-PRZ.
       INCLUI-PRZ-EXIT.
           EXIT.
      *
           IF IDX-PRZ-WS > QTD-PRAZO-WS
               DISPLAY (24, 05) "FORNECEDOR NAO CADASTRADO"
               GO TO ALTERA-PRZ-EXIT.
           MOVE "A" TO OPERACAO-TRL-WS
           MOVE TAB-PRAZO-ITEM (IDX-PRZ-WS) TO ANTES-TRL-WS
           PERFORM DIGITA-PRZ
           PERFORM REGISTRA-PRZ.
       ALTERA-PRZ-EXIT.
           EXIT.
      *
               WITH PROMPT UPDATE.
      *
           COPY PRAZOPR.
      *
      *    REGISTRA NA TRILHA DOS CADASTROS A LINHA DE INDICE
      *    IDX-PRZ-WS (A IMAGEM ANTERIOR JA ESTA EM ANTES-TRL-WS)
       REGISTRA-PRZ.
           MOVE "ARQPRAZO" TO CADASTRO-TRL-WS
           MOVE TAB-PRAZO-ITEM (IDX-PRZ-WS) TO DEPOIS-TRL-WS
           MOVE SPACES TO CHAVE-TRL-WS
           STRING FORN-TAB-PRZ-WS (IDX-PRZ-WS)
               DELIMITED BY SIZE INTO CHAVE-TRL-WS
           PERFORM GRAVA-TRILHA THRU GRAVA-TRILHA-EXIT.
      *
           COPY OPERPR.
      *
           COPY TRILPR.
