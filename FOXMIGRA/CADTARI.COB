      *    A TAXA POR KG E O FRETE MINIMO NEGOCIADOS. O CONVFRET
      *    AUDITA O FRETE COBRADO NAS NOTAS CONTRA ESTA TABELA - AS
      *    FATURAS DE FRETE DEIXAM DE SER APROVADAS NA CONFIANCA.
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
           COPY TARIFSL.
      *
           COPY OPERSL.
      *
           COPY TRILSL.
      *
       DATA DIVISION.
       FILE SECTION.
      *
           COPY TARIFFD.
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
           MOVE "CADTARI" TO PROGRAMA-ACE-WS
           PERFORM AUTENTICA-OPERADOR THRU AUTENTICA-OPERADOR-EXIT.
           PERFORM CARREGA-TARIFA.
       015-MENU.
           DISPLAY (1, 1) ERASE
           MOVE ZEROS TO REGIAO-TAB-TAR-WS (IDX-TAR-WS)
           MOVE ZEROS TO TAXAKG-TAB-TAR-WS (IDX-TAR-WS)
           MOVE ZEROS TO MINIMO-TAB-TAR-WS (IDX-TAR-WS)
           PERFORM DIGITA-TAR
           MOVE "I" TO OPERACAO-TRL-WS
           MOVE SPACES TO ANTES-TRL-WS
           PERFORM REGISTRA-TAR.
       INCLUI-TAR-EXIT.
           EXIT.
      *
           IF IDX-TAR-WS > QTD-TARIF-WS
               DISPLAY (24, 05) "TARIFA NAO CADASTRADA"
               GO TO ALTERA-TAR-EXIT.
           MOVE "A" TO OPERACAO-TRL-WS
           MOVE TAB-TARIF-ITEM (IDX-TAR-WS) TO ANTES-TRL-WS
           PERFORM DIGITA-TAR
           PERFORM REGISTRA-TAR.
       ALTERA-TAR-EXIT.
           EXIT.
      *
               WITH PROMPT UPDATE.
      *
           COPY TARIFPR.
      *
      *    REGISTRA NA TRILHA DOS CADASTROS A LINHA DE INDICE
      *    IDX-TAR-WS (A IMAGEM ANTERIOR JA ESTA EM ANTES-TRL-WS)
       REGISTRA-TAR.
           MOVE "ARQTARIF" TO CADASTRO-TRL-WS
           MOVE TAB-TARIF-ITEM (IDX-TAR-WS) TO DEPOIS-TRL-WS
           MOVE SPACES TO CHAVE-TRL-WS
           STRING TRANSP-TAB-TAR-WS (IDX-TAR-WS) "/"
               REGIAO-TAB-TAR-WS (IDX-TAR-WS)
               DELIMITED BY SIZE INTO CHAVE-TRL-WS
           PERFORM GRAVA-TRILHA THRU GRAVA-TRILHA-EXIT.
      *
           COPY OPERPR.
      *
           COPY TRILPR.
