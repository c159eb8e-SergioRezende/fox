      *
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. CADNTDU.
       AUTHOR. LUIS AUGUSTO.
      *
      *    DATA DA ALTERACAO: 10/96
      *
      *    LIBERACAO DAS NOTAS DE ENTRADA RETIDAS POR SUSPEITA DE
      *    DUPLICIDADE ("ARQNTDU.DAT", GERADO PELO CONVNTDU). O PAINEL
      *    MOSTRA AS ENTRADAS PENDENTES - A REPETIDA E A OUTRA DO PAR
      *    - E O OPERADOR, CONFERIDA A NOTA COM O FORNECEDOR, LIBERA
      *    A ENTRADA PELA FILIAL, FORNECEDOR E NUMERO: A LINHA FICA
      *    "L" COM A DATA E O OPERADOR E A ENTRADA VOLTA PARA A
      *    AGENDA DO CONTAS A PAGAR NA PROXIMA EXECUCAO DO CONVPAGA.
      *    A GRAVACAO SAI NA HORA, SOB A TRAVA DE REDE "ARQNTDU.LIV"
      *    DO CONVNTDU, RELENDO O CONTROLE ANTES DE REGRAVAR, E A
      *    LIBERACAO FICA NA TRILHA DE ALTERACOES DOS CADASTROS
      *    ("CADTRIL.LOG"). PROGRAMA SENSIVEL (COPY OPERWS).
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
           COPY NTDUSL.
      *
           COPY TRAVASL.
      *
           COPY OPERSL.
      *
           COPY TRILSL.
      *
       DATA DIVISION.
       FILE SECTION.
      *
           COPY NTDUFD.
      *
           COPY TRAVAFD.
      *
           COPY OPERFD.
      *
           COPY TRILFD.
      *
       WORKING-STORAGE SECTION.
      *
       77  I                     PIC 9(02).
       77  E                     PIC 9(02).
       77  LINHA-NDU-WS          PIC 9(02).
       77  OPCAO-WS              PIC X(01).
       77  CONFIRMA-WS           PIC X(01).
       77  FILIAL-ED-WS          PIC 9(02).
       77  FORN-ED-WS            PIC 9(04).
       77  NUMERO-ED-WS          PIC 9(06).
       77  PENDENTES-77          PIC 9(04).
       77  VALOR-TEL-WS          PIC ZZ.ZZZ.ZZZ.ZZ9.
       01  HOJE-WS                             PIC 9(08).
       01  MOVTO-ED-WS.
           05  ANO-MOV-ED-WS                   PIC 9(04).
           05  MES-MOV-ED-WS                   PIC 9(02).
           05  DIA-MOV-ED-WS                   PIC 9(02).
       01  MOVTO-TEL-WS.
           05  DIA-MOV-TEL-WS                  PIC 9(02).
           05  FILLER  VALUE "/"               PIC X(01).
           05  MES-MOV-TEL-WS                  PIC 9(02).
           05  FILLER  VALUE "/"               PIC X(01).
           05  ANO-MOV-TEL-WS                  PIC 9(04).
      *
           COPY NTDUVL.
      *
           COPY TRAVAWS.
      *
           COPY TELAWS.
      *
      *    OPERADOR DA LIBERACAO, CONFERIDO NO CADASTRO DE
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
           MOVE "CADNTDU" TO PROGRAMA-ACE-WS
           PERFORM AUTENTICA-OPERADOR THRU AUTENTICA-OPERADOR-EXIT.
           PERFORM CARREGA-NTDU THRU CARREGA-NTDU-EXIT.
       015-MENU.
           DISPLAY (1, 1) ERASE
           DISPLAY (2, 10)
               "* NOTAS DE ENTRADA RETIDAS POR DUPLICIDADE *"
           DISPLAY (4, 05)
               "FIL FORN NUMERO SER MOVTO      T FIL NUM.1A"
           DISPLAY (4, 50) "VALOR          AT"
           MOVE 4 TO LINHA-NDU-WS
           MOVE 0 TO PENDENTES-77
           PERFORM MOSTRA-NDU THRU MOSTRA-NDU-EXIT
               VARYING IDX-NDU-WS FROM 1 BY 1
               UNTIL IDX-NDU-WS > QTD-NTDU-WS
           DISPLAY (20, 05) "Pendentes:"
           DISPLAY (20, 16) PENDENTES-77

           DISPLAY (22, 05) "Opcao (L=Libera F=Fim)...........:"
           ACCEPT (, ) OPCAO-WS WITH PROMPT UPDATE
           ACCEPT ESCAPE-77 FROM ESCAPE KEY
           IF ESCAPE-77 NOT = ZEROS OR OPCAO-WS = "F"
               STOP RUN.
           IF OPCAO-WS = "L"
               PERFORM LIBERA-NDU THRU LIBERA-NDU-EXIT
               GO TO 015-MENU.
           GO TO 015-MENU.
      *
      *    MOSTRA NO PAINEL UMA LINHA PENDENTE (ATE A LINHA 19; AS
      *    DEMAIS SO ENTRAM NA CONTAGEM)
       MOSTRA-NDU.
           IF NOT NDU-PENDENTE (IDX-NDU-WS)
               GO TO MOSTRA-NDU-EXIT.
           ADD 1 TO PENDENTES-77
           IF LINHA-NDU-WS NOT < 19
               GO TO MOSTRA-NDU-EXIT.
           ADD 1 TO LINHA-NDU-WS
           MOVE MOVTO-TAB-NDU-WS (IDX-NDU-WS) TO MOVTO-ED-WS
           MOVE DIA-MOV-ED-WS TO DIA-MOV-TEL-WS
           MOVE MES-MOV-ED-WS TO MES-MOV-TEL-WS
           MOVE ANO-MOV-ED-WS TO ANO-MOV-TEL-WS
           MOVE TOTAL-TAB-NDU-WS (IDX-NDU-WS) TO VALOR-TEL-WS
           DISPLAY (LINHA-NDU-WS, 05) FILIAL-TAB-NDU-WS (IDX-NDU-WS)
           DISPLAY (LINHA-NDU-WS, 09) FORN-TAB-NDU-WS   (IDX-NDU-WS)
           DISPLAY (LINHA-NDU-WS, 14) NUMERO-TAB-NDU-WS (IDX-NDU-WS)
           DISPLAY (LINHA-NDU-WS, 21) SERIE-TAB-NDU-WS  (IDX-NDU-WS)
           DISPLAY (LINHA-NDU-WS, 25) MOVTO-TEL-WS
           DISPLAY (LINHA-NDU-WS, 36) TIPO-TAB-NDU-WS   (IDX-NDU-WS)
           DISPLAY (LINHA-NDU-WS, 38)
               FILIAL-ORIG-TAB-NDU-WS (IDX-NDU-WS)
           DISPLAY (LINHA-NDU-WS, 42)
               NUMERO-ORIG-TAB-NDU-WS (IDX-NDU-WS)
           DISPLAY (LINHA-NDU-WS, 49) VALOR-TEL-WS
           DISPLAY (LINHA-NDU-WS, 65) IND-ATU-TAB-NDU-WS (IDX-NDU-WS).
       MOSTRA-NDU-EXIT.
           EXIT.
      *
      *    LIBERA A ENTRADA PENDENTE INFORMADA. A LINHA E PROCURADA
      *    DE NOVO NO CONTROLE RELIDO SOB TRAVA (O CONVNTDU PODE TER
      *    ACRESCENTADO LINHAS NESSE MEIO TEMPO)
       LIBERA-NDU.
           DISPLAY (23, 05) "Filial da entrada retida.........:"
           ACCEPT (, ) FILIAL-ED-WS WITH PROMPT UPDATE
           ACCEPT ESCAPE-77 FROM ESCAPE KEY
           IF ESCAPE-77 NOT = ZEROS GO TO LIBERA-NDU-EXIT.
           DISPLAY (23, 05) "Fornecedor.......................:"
           ACCEPT (, ) FORN-ED-WS WITH PROMPT UPDATE
           ACCEPT ESCAPE-77 FROM ESCAPE KEY
           IF ESCAPE-77 NOT = ZEROS GO TO LIBERA-NDU-EXIT.
           DISPLAY (23, 05) "Numero da nota...................:"
           ACCEPT (, ) NUMERO-ED-WS WITH PROMPT UPDATE
           ACCEPT ESCAPE-77 FROM ESCAPE KEY
           IF ESCAPE-77 NOT = ZEROS GO TO LIBERA-NDU-EXIT.
           PERFORM ACHA-PENDENTE
           IF IDX-NDU-WS > QTD-NTDU-WS
               DISPLAY (24, 05) "ENTRADA NAO ESTA RETIDA            "
               GO TO LIBERA-NDU-EXIT.
           DISPLAY (23, 05) "Confirma a liberacao (S/N).......:"
           MOVE "N" TO CONFIRMA-WS
           ACCEPT (, ) CONFIRMA-WS WITH PROMPT UPDATE
           IF CONFIRMA-WS NOT = "S"
               GO TO LIBERA-NDU-EXIT.
           MOVE "ARQNTDU.LIV" TO TRAVA-LIV-WS
           MOVE "ARQNTDU.LCK" TO TRAVA-LCK-WS
           PERFORM OBTEM-TRAVA THRU OBTEM-TRAVA-EXIT
           PERFORM CARREGA-NTDU THRU CARREGA-NTDU-EXIT
      *    CONTROLE MAIOR QUE A TABELA NAO PODE SER REGRAVADO (AS
      *    LINHAS QUE NAO COUBERAM SERIAM PERDIDAS)
           IF DESCARTADOS-NDU-77 NOT = ZEROS
               PERFORM SOLTA-TRAVA
               DISPLAY (24, 05) "ARQNTDU.DAT MAIOR QUE A TABELA     "
               GO TO LIBERA-NDU-EXIT.
           PERFORM ACHA-PENDENTE
           IF IDX-NDU-WS > QTD-NTDU-WS
               PERFORM SOLTA-TRAVA
               DISPLAY (24, 05) "ENTRADA JA LIBERADA EM OUTRA ESTACAO"
               GO TO LIBERA-NDU-EXIT.
           MOVE "A" TO OPERACAO-TRL-WS
           MOVE TAB-NTDU-ITEM (IDX-NDU-WS) TO ANTES-TRL-WS
           ACCEPT HOJE-WS FROM DATE YYYYMMDD
           MOVE "L" TO SITUACAO-TAB-NDU-WS (IDX-NDU-WS)
           MOVE HOJE-WS TO LIBERACAO-TAB-NDU-WS (IDX-NDU-WS)
           MOVE OPERADOR-EXEC-WS TO OPERADOR-TAB-NDU-WS (IDX-NDU-WS)
           PERFORM REGISTRA-NDU
           PERFORM GRAVA-NTDU
           PERFORM SOLTA-TRAVA.
       LIBERA-NDU-EXIT.
           EXIT.
      *
      *    PRIMEIRA LINHA PENDENTE DA FILIAL/FORNECEDOR/NUMERO
      *    DIGITADOS (IDX-NDU-WS > QTD-NTDU-WS = NENHUMA)
       ACHA-PENDENTE.
           PERFORM VARYING IDX-NDU-WS FROM 1 BY 1
               UNTIL IDX-NDU-WS > QTD-NTDU-WS
               OR (FILIAL-TAB-NDU-WS (IDX-NDU-WS) = FILIAL-ED-WS
               AND FORN-TAB-NDU-WS (IDX-NDU-WS) = FORN-ED-WS
               AND NUMERO-TAB-NDU-WS (IDX-NDU-WS) = NUMERO-ED-WS
               AND NDU-PENDENTE (IDX-NDU-WS))
           END-PERFORM.
      *
           COPY NTDUPR.
      *
           COPY TRAVAPR.
      *
      *    REGISTRA NA TRILHA DOS CADASTROS A LINHA DE INDICE
      *    IDX-NDU-WS (A IMAGEM ANTERIOR JA ESTA EM ANTES-TRL-WS)
       REGISTRA-NDU.
           MOVE "ARQNTDU" TO CADASTRO-TRL-WS
           MOVE TAB-NTDU-ITEM (IDX-NDU-WS) TO DEPOIS-TRL-WS
           MOVE SPACES TO CHAVE-TRL-WS
           STRING FILIAL-TAB-NDU-WS (IDX-NDU-WS) "/"
               FORN-TAB-NDU-WS (IDX-NDU-WS) "/"
               NUMERO-TAB-NDU-WS (IDX-NDU-WS) "/"
               MOVTO-TAB-NDU-WS (IDX-NDU-WS)
               DELIMITED BY SIZE INTO CHAVE-TRL-WS
           PERFORM GRAVA-TRILHA THRU GRAVA-TRILHA-EXIT.
      *
           COPY OPERPR.
      *
           COPY TRILPR.
