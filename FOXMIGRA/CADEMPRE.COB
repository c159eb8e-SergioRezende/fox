      *    CONVAPUR, CONVIPI, CONVISS, CONVBALA) E O HEADER DA
      *    REMESSA DO CONVREME PASSAM A IMPRIMIR DAQUI - ACABA O
      *    CARIMBO PAGINA POR PAGINA ANTES DO ARQUIVAMENTO.
      *
      *    DATA DA ALTERACAO: 10/96
      *
      *    UF DA FILIAL NO CADASTRO: E A UF DE ORIGEM NA AUDITORIA
      *    DE ALIQUOTA E CFO DE ICMS DO CONVAICM.
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
           COPY EMPRESL.
      *
           COPY OPERSL.
      *
           COPY TRILSL.
      *
       DATA DIVISION.
       FILE SECTION.
      *
           COPY EMPREFD.
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
           MOVE "CADEMPRE" TO PROGRAMA-ACE-WS
           PERFORM AUTENTICA-OPERADOR THRU AUTENTICA-OPERADOR-EXIT.
           PERFORM CARREGA-EMPRESA.
       015-MENU.
           DISPLAY (1, 1) ERASE
           MOVE ZEROS  TO CGC-TAB-EMP-WS    (IDX-EMP-WS)
           MOVE ZEROS  TO INSCR-TAB-EMP-WS  (IDX-EMP-WS)
           MOVE SPACES TO ENDER-TAB-EMP-WS  (IDX-EMP-WS)
           MOVE SPACES TO UF-TAB-EMP-WS     (IDX-EMP-WS)
           PERFORM DIGITA-EMP
           MOVE "I" TO OPERACAO-TRL-WS
           MOVE SPACES TO ANTES-TRL-WS
           PERFORM REGISTRA-EMP.
       INCLUI-EMP-EXIT.
           EXIT.
      *
           IF IDX-EMP-WS > QTD-EMPRE-WS
               DISPLAY (24, 05) "FILIAL NAO CADASTRADA"
               GO TO ALTERA-EMP-EXIT.
           MOVE "A" TO OPERACAO-TRL-WS
           MOVE TAB-EMPRE-ITEM (IDX-EMP-WS) TO ANTES-TRL-WS
           PERFORM DIGITA-EMP
           PERFORM REGISTRA-EMP.
       ALTERA-EMP-EXIT.
           EXIT.
      *
               WITH PROMPT UPDATE
           DISPLAY (23, 05) "Endereco.........................:"
           ACCEPT (, ) ENDER-TAB-EMP-WS (IDX-EMP-WS)
               WITH PROMPT UPDATE
           DISPLAY (23, 05) "UF da filial.....................:"
           ACCEPT (, ) UF-TAB-EMP-WS (IDX-EMP-WS)
               WITH PROMPT UPDATE.
      *
           COPY EMPREPR.
      *
      *    REGISTRA NA TRILHA DOS CADASTROS A LINHA DE INDICE
      *    IDX-EMP-WS (A IMAGEM ANTERIOR JA ESTA EM ANTES-TRL-WS)
       REGISTRA-EMP.
           MOVE "ARQEMPRE" TO CADASTRO-TRL-WS
           MOVE TAB-EMPRE-ITEM (IDX-EMP-WS) TO DEPOIS-TRL-WS
           MOVE SPACES TO CHAVE-TRL-WS
           STRING FILIAL-TAB-EMP-WS (IDX-EMP-WS)
               DELIMITED BY SIZE INTO CHAVE-TRL-WS
           PERFORM GRAVA-TRILHA THRU GRAVA-TRILHA-EXIT.
      *
           COPY OPERPR.
      *
           COPY TRILPR.
