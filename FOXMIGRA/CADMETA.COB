      *    UMA LINHA POR VENDEDOR/MES COM O VALOR DA META. O CONVMETA
      *    COMPARA O REALIZADO DO MES COM ESTE CADASTRO - A PLANILHA
      *    DE METAS QUE NINGUEM CONCILIAVA SE APOSENTA.
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
           COPY METASL.
      *
           COPY OPERSL.
      *
           COPY TRILSL.
      *
       DATA DIVISION.
       FILE SECTION.
      *
           COPY METAFD.
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
           MOVE "CADMETA" TO PROGRAMA-ACE-WS
           PERFORM AUTENTICA-OPERADOR THRU AUTENTICA-OPERADOR-EXIT.
           PERFORM CARREGA-META.
       015-MENU.
           DISPLAY (1, 1) ERASE
           MOVE ZEROS TO ANO-TAB-MET-WS      (IDX-MET-WS)
           MOVE ZEROS TO MES-TAB-MET-WS      (IDX-MET-WS)
           MOVE ZEROS TO META-TAB-MET-WS     (IDX-MET-WS)
           PERFORM DIGITA-MET
           MOVE "I" TO OPERACAO-TRL-WS
           MOVE SPACES TO ANTES-TRL-WS
           PERFORM REGISTRA-MET.
       INCLUI-MET-EXIT.
           EXIT.
      *
           IF IDX-MET-WS > QTD-META-WS
               DISPLAY (24, 05) "META NAO CADASTRADA"
               GO TO ALTERA-MET-EXIT.
           MOVE "A" TO OPERACAO-TRL-WS
           MOVE TAB-META-ITEM (IDX-MET-WS) TO ANTES-TRL-WS
           PERFORM DIGITA-MET
           PERFORM REGISTRA-MET.
       ALTERA-MET-EXIT.
           EXIT.
      *
               WITH PROMPT UPDATE.
      *
           COPY METAPR.
      *
      *    REGISTRA NA TRILHA DOS CADASTROS A LINHA DE INDICE
      *    IDX-MET-WS (A IMAGEM ANTERIOR JA ESTA EM ANTES-TRL-WS)
       REGISTRA-MET.
           MOVE "ARQMETA" TO CADASTRO-TRL-WS
           MOVE TAB-META-ITEM (IDX-MET-WS) TO DEPOIS-TRL-WS
           MOVE SPACES TO CHAVE-TRL-WS
           STRING VENDEDOR-TAB-MET-WS (IDX-MET-WS) "/"
               ANO-TAB-MET-WS (IDX-MET-WS) "/"
               MES-TAB-MET-WS (IDX-MET-WS)
               DELIMITED BY SIZE INTO CHAVE-TRL-WS
           PERFORM GRAVA-TRILHA THRU GRAVA-TRILHA-EXIT.
      *
           COPY OPERPR.
      *
           COPY TRILPR.
