      *
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. CADRLIM.
       AUTHOR. LUIS AUGUSTO.
      *
      *    DATA DA ALTERACAO: 10/96
      *
      *    DECISAO DO SUPERVISOR DE CREDITO SOBRE AS PROPOSTAS DE
      *    REVISAO DE LIMITE GERADAS PELO CONVRLIM ("x:REVLIMff.TXT",
      *    COPY RLIMFD): MOSTRA UMA PROPOSTA PENDENTE POR VEZ (LIMITE
      *    ATUAL, PROPOSTO, COMPRAS DA FAIXA, SALDO EM ABERTO, MEDIA
      *    DE DIAS, MAIOR ATRASO, RESTRICAO E MOTIVO) E O SUPERVISOR
      *    APROVA (PODENDO AJUSTAR O VALOR), REJEITA OU PULA. CADA
      *    APROVACAO E ACRESCENTADA NA HORA (EM EXTEND) AO ARQUIVO DE
      *    ATUALIZACOES PENDENTES DO CADASTRO "x:ATULIMff.TXT" (COPY
      *    ALIMFD) COM O SUPERVISOR, A DATA E A HORA; NO ENCERRAMENTO
      *    O ARQUIVO DE PROPOSTAS E REGRAVADO COM AS DECISOES, E O
      *    QUE FOI PULADO CONTINUA PENDENTE PARA A PROXIMA SESSAO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
           COPY RLIMSL.
      *
           COPY ALIMSL.
      *
           COPY FILIALSL.
      *
           COPY OPERSL.
      *
       DATA DIVISION.
       FILE SECTION.
      *
           COPY RLIMFD.
      *
           COPY ALIMFD.
      *
           COPY FILIALFD.
      *
           COPY OPERFD.
      *
       WORKING-STORAGE SECTION.
      *
       77  ESTADO-RLM            PIC X(02).
       77  ESTADO-ALM            PIC X(02).
       77  I                     PIC 9(02).
       77  E                     PIC 9(02).
       77  APROVADOS-77 VALUE 0  PIC 9(05).
       77  REJEITADOS-77 VALUE 0 PIC 9(05).
       77  PENDENTES-77 VALUE 0  PIC 9(05).
       77  OPCAO-WS              PIC X(01).
       77  OPERADOR-EXEC-WS VALUE "????????"   PIC X(08).
      *
           COPY OPERWS.
       77  FIM-RLM-WS            PIC X(01).
           88  ACABOU-RLM        VALUE "S".
       77  LIMITE-ED-WS          PIC 9(07).
       77  VALOR-TELA-WS         PIC Z.ZZZ.ZZZ.ZZZ.ZZ9.
       77  LIMITE-TELA-WS        PIC Z.ZZZ.ZZ9.
       77  DIAS-TELA-WS          PIC ZZ9.
       77  HOJE-WS               PIC 9(08).
      *
      *    PROPOSTAS DA FILIAL EM MEMORIA, REGRAVADAS NO ENCERRAMENTO
       77  QTD-RLM-WS      VALUE 0             PIC 9(04).
       77  IDX-RLM-WS                          PIC 9(04).
       77  DESCARTADOS-RLM-77 VALUE 0          PIC 9(05).
       01  TAB-RLM-WS.
           05  TAB-RLM-ITEM OCCURS 3000 TIMES  PIC X(146).
      *
       01  ARQRLM-WS.
           05  U-RLM-WS                        PIC X(01).
           05  FILLER VALUE ":REVLIM"          PIC X(07).
           05  FILIAL-RLM-WS                   PIC 9(02).
           05  FILLER VALUE ".TXT"             PIC X(04).
       01  ARQALM-WS.
           05  U-ALM-WS                        PIC X(01).
           05  FILLER VALUE ":ATULIM"          PIC X(07).
           05  FILIAL-ALM-WS                   PIC 9(02).
           05  FILLER VALUE ".TXT"             PIC X(04).
      *
           COPY TELAWS.
           COPY FILIALVL.
      *
       PROCEDURE DIVISION.
      *
       INICIO-010.
           DISPLAY (1, 1) ERASE.
       015-DATAS.
           DISPLAY (2, 12) "* APROVACAO DA REVISAO DE LIMITES *"

           PERFORM CARREGA-FILIAL THRU CARREGA-FILIAL-EXIT

           DISPLAY (4, 05) "Supervisor de credito...:"
           ACCEPT (, ) OPERADOR-EXEC-WS WITH PROMPT UPDATE
           MOVE "CADRLIM" TO PROGRAMA-ACE-WS
           PERFORM AUTENTICA-OPERADOR THRU AUTENTICA-OPERADOR-EXIT

           DISPLAY (5, 05) "Informe o Drive dos arqs:"
           ACCEPT (, ) U-RLM-WS WITH PROMPT UPDATE
           ACCEPT ESCAPE-77 FROM ESCAPE KEY
           IF ESCAPE-77 NOT = ZEROS STOP RUN.

           DISPLAY (6, 05) "Informe a Filial .......:"
           ACCEPT (, ) FILIAL-RLM-WS WITH PROMPT UPDATE
           IF ESCAPE-77 NOT = ZEROS GO TO 015-DATAS.
           PERFORM VARYING IDX-FIL-VL-WS FROM 1 BY 1
               UNTIL IDX-FIL-VL-WS > QTD-FILIAL-VL
               OR FILIAL-VL-WS (IDX-FIL-VL-WS) = FILIAL-RLM-WS
           END-PERFORM
           IF IDX-FIL-VL-WS > QTD-FILIAL-VL
               DISPLAY (24, 05) "FILIAL INVALIDA - VERIFIQUE O NUMERO"
               GO TO 015-DATAS.

           PERFORM CARREGA-PROPOSTAS THRU CARREGA-PROPOSTAS-EXIT
           IF QTD-RLM-WS = ZEROS
               DISPLAY (24, 05) "NAO HA PROPOSTAS - RODE O CONVRLIM "
               GO TO 015-DATAS.
           IF DESCARTADOS-RLM-77 NOT = ZEROS
               DISPLAY (24, 05) "ARQUIVO DE PROPOSTAS MAIOR QUE A  "
               DISPLAY (24, 40) "TABELA - NADA SERA GRAVADO"
               GO TO 015-DATAS.
           MOVE U-RLM-WS TO U-ALM-WS
           MOVE FILIAL-RLM-WS TO FILIAL-ALM-WS
           OPEN EXTEND ARQ-ALM
           IF ESTADO-ALM NOT = ZEROS
               OPEN OUTPUT ARQ-ALM.
           ACCEPT HOJE-WS FROM DATE YYYYMMDD
           MOVE 0 TO APROVADOS-77 REJEITADOS-77
           DISPLAY (7, 05) "PENDENTES:       APROVADAS:       "
           DISPLAY (7, 39) "REJEITADAS:"
           DISPLAY (7, 16) PENDENTES-77
           MOVE 0 TO IDX-RLM-WS.
      *
      *    UMA PROPOSTA PENDENTE POR VEZ: "F" (OU ESC) ENCERRA
       020-PROXIMA.
           ADD 1 TO IDX-RLM-WS
           IF IDX-RLM-WS > QTD-RLM-WS
               GO TO 090-ENCERRA.
           MOVE TAB-RLM-ITEM (IDX-RLM-WS) TO REGRLM-TX
           IF NOT PROPOSTA-PENDENTE
               GO TO 020-PROXIMA.
           PERFORM LIMPA-TELA
           PERFORM MOSTRA-PROPOSTA.
       030-DECIDE.
           MOVE SPACE TO OPCAO-WS
           DISPLAY (20, 05) "A=Aprova R=Rejeita P=Pula F=Fim...:"
           ACCEPT (, ) OPCAO-WS WITH PROMPT UPDATE
           IF ESCAPE-77 NOT = ZEROS OR OPCAO-WS = "F"
               GO TO 090-ENCERRA.
           IF OPCAO-WS = "P"
               GO TO 020-PROXIMA.
           IF OPCAO-WS = "R"
               MOVE "R" TO SITUACAO-RLM-TX
               MOVE 0 TO LIMITE-APROV-RLM-TX
               MOVE OPERADOR-EXEC-WS TO SUPERVISOR-RLM-TX
               MOVE HOJE-WS TO DATA-DECISAO-RLM-TX
               MOVE REGRLM-TX TO TAB-RLM-ITEM (IDX-RLM-WS)
               ADD 1 TO REJEITADOS-77
               SUBTRACT 1 FROM PENDENTES-77
               DISPLAY (7, 51) REJEITADOS-77
               DISPLAY (7, 16) PENDENTES-77
               GO TO 020-PROXIMA.
           IF OPCAO-WS NOT = "A"
               GO TO 030-DECIDE.
      *
      *    APROVACAO: O SUPERVISOR PODE AJUSTAR O LIMITE PROPOSTO
           MOVE LIMITE-PROP-RLM-TX TO LIMITE-ED-WS
           DISPLAY (21, 05) "Limite aprovado.........:"
           ACCEPT (, ) LIMITE-ED-WS WITH PROMPT UPDATE
           IF ESCAPE-77 NOT = ZEROS GO TO 030-DECIDE.
           MOVE "N" TO OPCAO-WS
           DISPLAY (22, 05) "Confirma a aprovacao (S/N):"
           ACCEPT (, ) OPCAO-WS WITH PROMPT UPDATE
           IF OPCAO-WS NOT = "S"
               GO TO 030-DECIDE.
           MOVE "A" TO SITUACAO-RLM-TX
           MOVE LIMITE-ED-WS TO LIMITE-APROV-RLM-TX
           MOVE OPERADOR-EXEC-WS TO SUPERVISOR-RLM-TX
           MOVE HOJE-WS TO DATA-DECISAO-RLM-TX
           MOVE REGRLM-TX TO TAB-RLM-ITEM (IDX-RLM-WS)
           MOVE FILIAL-RLM-TX TO FILIAL-ALM-TX
           MOVE CPF-RLM-TX TO CPF-ALM-TX
           MOVE LIMITE-ATU-RLM-TX TO LIMITE-ANT-ALM-TX
           MOVE LIMITE-ED-WS TO LIMITE-NOVO-ALM-TX
           MOVE OPERADOR-EXEC-WS TO SUPERVISOR-ALM-TX
           MOVE HOJE-WS TO DATA-ALM-TX
           ACCEPT HORA-ALM-TX FROM TIME
           WRITE REGALM-TX
           ADD 1 TO APROVADOS-77
           SUBTRACT 1 FROM PENDENTES-77
           DISPLAY (7, 28) APROVADOS-77
           DISPLAY (7, 16) PENDENTES-77
           GO TO 020-PROXIMA.
      *
       090-ENCERRA.
           CLOSE ARQ-ALM
           PERFORM REGRAVA-PROPOSTAS
           DISPLAY (23, 05) "DECISOES GRAVADAS (REVLIM/ATULIM)  "
           STOP RUN.
      *
       MOSTRA-PROPOSTA.
           DISPLAY (9, 05) "Cliente.................:"
           DISPLAY (9, 31) CPF-RLM-TX
           DISPLAY (10, 31) NOME-RLM-TX
           DISPLAY (11, 05) "Limite atual............:"
           MOVE LIMITE-ATU-RLM-TX TO LIMITE-TELA-WS
           DISPLAY (11, 31) LIMITE-TELA-WS
           DISPLAY (12, 05) "Limite proposto.........:"
           MOVE LIMITE-PROP-RLM-TX TO LIMITE-TELA-WS
           DISPLAY (12, 31) LIMITE-TELA-WS
           DISPLAY (13, 05) "Compras na faixa........:"
           MOVE COMPRAS-RLM-TX TO VALOR-TELA-WS
           DISPLAY (13, 31) VALOR-TELA-WS
           DISPLAY (14, 05) "Saldo em aberto.........:"
           MOVE SALDO-RLM-TX TO VALOR-TELA-WS
           DISPLAY (14, 31) VALOR-TELA-WS
           DISPLAY (15, 05) "Media de dias...........:"
           MOVE MEDIAS-DIAS-RLM-TX TO DIAS-TELA-WS
           DISPLAY (15, 31) DIAS-TELA-WS
           DISPLAY (16, 05) "Maior atraso (dias).....:"
           MOVE MAIOR-ATRASO-RLM-TX TO DIAS-TELA-WS
           DISPLAY (16, 31) DIAS-TELA-WS
           DISPLAY (17, 05) "Negativado/SPC..........:"
           DISPLAY (17, 31) NEGATIVO-RLM-TX
           DISPLAY (18, 05) "Motivo..................:"
           DISPLAY (18, 31) MOTIVO-RLM-TX.
      *
      *    CARREGA O ARQUIVO DE PROPOSTAS DA FILIAL NA TABELA
       CARREGA-PROPOSTAS.
           MOVE 0 TO QTD-RLM-WS DESCARTADOS-RLM-77 PENDENTES-77
           MOVE "N" TO FIM-RLM-WS
           OPEN INPUT ARQ-RLM
           IF ESTADO-RLM NOT = ZEROS
               GO TO CARREGA-PROPOSTAS-EXIT.
           PERFORM LE-PROPOSTA THRU LE-PROPOSTA-EXIT UNTIL ACABOU-RLM
           CLOSE ARQ-RLM.
       CARREGA-PROPOSTAS-EXIT.
           EXIT.
      *
       LE-PROPOSTA.
           READ ARQ-RLM AT END MOVE "S" TO FIM-RLM-WS END-READ
           IF ACABOU-RLM GO TO LE-PROPOSTA-EXIT.
           IF QTD-RLM-WS NOT < 3000
               ADD 1 TO DESCARTADOS-RLM-77
               GO TO LE-PROPOSTA-EXIT.
           ADD 1 TO QTD-RLM-WS
           MOVE REGRLM-TX TO TAB-RLM-ITEM (QTD-RLM-WS)
           IF PROPOSTA-PENDENTE
               ADD 1 TO PENDENTES-77.
       LE-PROPOSTA-EXIT.
           EXIT.
      *
      *    REGRAVA O ARQUIVO DE PROPOSTAS COM AS DECISOES DA SESSAO
       REGRAVA-PROPOSTAS.
           OPEN OUTPUT ARQ-RLM
           PERFORM GRAVA-PROPOSTA VARYING IDX-RLM-WS FROM 1 BY 1
               UNTIL IDX-RLM-WS > QTD-RLM-WS
           CLOSE ARQ-RLM.
      *
       GRAVA-PROPOSTA.
           MOVE TAB-RLM-ITEM (IDX-RLM-WS) TO REGRLM-TX
           WRITE REGRLM-TX.
      *
       LIMPA-TELA.
           DISPLAY (9, 01) ERASE.
      *
           COPY FILIALPR.
      *
           COPY OPERPR.
