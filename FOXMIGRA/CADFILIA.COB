      *    UMA ALTERACAO DE DADOS, SEM RECOMPILAR OS PROGRAMAS DE
      *    CONVERSAO. FILIAIS ENCERRADAS FICAM NO CADASTRO COM O
      *    INDICADOR "N" E DEIXAM DE SER ACEITAS NAS CONVERSOES.
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
           COPY FILIALSL.
      *
           COPY OPERSL.
      *
           COPY TRILSL.
      *
       DATA DIVISION.
       FILE SECTION.
      *
           COPY FILIALFD.
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
           MOVE "CADFILIA" TO PROGRAMA-ACE-WS
           PERFORM AUTENTICA-OPERADOR THRU AUTENTICA-OPERADOR-EXIT.
           PERFORM CARREGA-FIL.
       015-MENU.
           DISPLAY (1, 1) ERASE
           MOVE SPACES TO NOME-TAB-FIL-WS   (IDX-FIL-WS)
           MOVE SPACE  TO DRIVE-TAB-FIL-WS  (IDX-FIL-WS)
           MOVE "S"    TO ATIVO-TAB-FIL-WS  (IDX-FIL-WS)
           PERFORM DIGITA-FIL
           MOVE "I" TO OPERACAO-TRL-WS
           MOVE SPACES TO ANTES-TRL-WS
           PERFORM REGISTRA-FIL.
       INCLUI-FIL-EXIT.
           EXIT.
      *
           IF IDX-FIL-WS > QTD-FIL-WS
               DISPLAY (24, 05) "FILIAL NAO CADASTRADA"
               GO TO ALTERA-FIL-EXIT.
           MOVE "A" TO OPERACAO-TRL-WS
           MOVE TAB-FIL-ITEM (IDX-FIL-WS) TO ANTES-TRL-WS
           PERFORM DIGITA-FIL
           PERFORM REGISTRA-FIL.
       ALTERA-FIL-EXIT.
           EXIT.
      *
           MOVE DRIVE-TAB-FIL-WS  (IDX-FIL-WS) TO DRIVE-FIL-TX
           MOVE ATIVO-TAB-FIL-WS  (IDX-FIL-WS) TO ATIVO-FIL-TX
           WRITE REGFIL-TX.
      *
      *    REGISTRA NA TRILHA DOS CADASTROS A LINHA DE INDICE
      *    IDX-FIL-WS (A IMAGEM ANTERIOR JA ESTA EM ANTES-TRL-WS)
       REGISTRA-FIL.
           MOVE "ARQFILIA" TO CADASTRO-TRL-WS
           MOVE TAB-FIL-ITEM (IDX-FIL-WS) TO DEPOIS-TRL-WS
           MOVE SPACES TO CHAVE-TRL-WS
           STRING FILIAL-TAB-FIL-WS (IDX-FIL-WS)
               DELIMITED BY SIZE INTO CHAVE-TRL-WS
           PERFORM GRAVA-TRILHA THRU GRAVA-TRILHA-EXIT.
      *
           COPY OPERPR.
      *
           COPY TRILPR.
