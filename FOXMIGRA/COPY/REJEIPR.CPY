      *
      *    COPY REJEIPR
      *    CARREGA A FILA DE REJEICOES (COPY REJEIVL) DO ARQUIVO
      *    "CONVREJ.DAT", REGRAVA A FILA SEM AS LINHAS BAIXADAS E
      *    MARCA COMO CORRIGIDA A NOTA REEXPORTADA PELO CONVNOTA.
      *    SEM O ARQUIVO A FILA COMECA VAZIA.
       CARREGA-REJEICAO.
           MOVE 0 TO QTD-REJ-WS FORA-REJ-WS
           MOVE "N" TO FIM-REJ-WS
           OPEN INPUT ARQ-REJ
           IF ESTADO-REJ NOT = ZEROS
               GO TO CARREGA-REJEICAO-EXIT.
           PERFORM LE-REJEICAO THRU LE-REJEICAO-EXIT
               UNTIL ACABOU-REJ
           CLOSE ARQ-REJ.
       CARREGA-REJEICAO-EXIT.
           EXIT.
      *
       LE-REJEICAO.
           READ ARQ-REJ AT END MOVE "S" TO FIM-REJ-WS END-READ
           IF ACABOU-REJ GO TO LE-REJEICAO-EXIT.
           IF QTD-REJ-WS NOT < 1000
               ADD 1 TO FORA-REJ-WS
               GO TO LE-REJEICAO-EXIT.
           ADD 1 TO QTD-REJ-WS
           MOVE FILIAL-REJ-TX   TO FILIAL-TAB-REJ-WS   (QTD-REJ-WS)
           MOVE DATA-MOV-REJ-TX TO DATA-MOV-TAB-REJ-WS (QTD-REJ-WS)
           MOVE NOTA-REJ-TX     TO NOTA-TAB-REJ-WS     (QTD-REJ-WS)
           MOVE NOME-REJ-TX     TO NOME-TAB-REJ-WS     (QTD-REJ-WS)
           MOVE SEQ-REJ-TX      TO SEQ-TAB-REJ-WS      (QTD-REJ-WS)
           MOVE MOTIVO-REJ-TX   TO MOTIVO-TAB-REJ-WS   (QTD-REJ-WS)
           MOVE TEXTO-REJ-TX    TO TEXTO-TAB-REJ-WS    (QTD-REJ-WS)
           MOVE DATA-REJ-TX     TO DATA-TAB-REJ-WS     (QTD-REJ-WS)
           MOVE SITUACAO-REJ-TX TO SIT-TAB-REJ-WS      (QTD-REJ-WS)
           MOVE DATA-SIT-REJ-TX TO DATA-SIT-TAB-REJ-WS (QTD-REJ-WS).
       LE-REJEICAO-EXIT.
           EXIT.
      *
      *    REGRAVA A FILA POR INTEIRO, DEIXANDO DE FORA AS BAIXADAS
       GRAVA-REJEICAO.
           OPEN OUTPUT ARQ-REJ
           PERFORM GRAVA-LINHA-REJ
               VARYING IDX-REJ-WS FROM 1 BY 1
               UNTIL IDX-REJ-WS > QTD-REJ-WS
           CLOSE ARQ-REJ.
      *
       GRAVA-LINHA-REJ.
           IF NOT REJ-BAIXADA (IDX-REJ-WS)
               MOVE FILIAL-TAB-REJ-WS   (IDX-REJ-WS) TO FILIAL-REJ-TX
               MOVE DATA-MOV-TAB-REJ-WS (IDX-REJ-WS)
                   TO DATA-MOV-REJ-TX
               MOVE NOTA-TAB-REJ-WS     (IDX-REJ-WS) TO NOTA-REJ-TX
               MOVE NOME-TAB-REJ-WS     (IDX-REJ-WS) TO NOME-REJ-TX
               MOVE SEQ-TAB-REJ-WS      (IDX-REJ-WS) TO SEQ-REJ-TX
               MOVE MOTIVO-TAB-REJ-WS   (IDX-REJ-WS) TO MOTIVO-REJ-TX
               MOVE TEXTO-TAB-REJ-WS    (IDX-REJ-WS) TO TEXTO-REJ-TX
               MOVE DATA-TAB-REJ-WS     (IDX-REJ-WS) TO DATA-REJ-TX
               MOVE SIT-TAB-REJ-WS      (IDX-REJ-WS)
                   TO SITUACAO-REJ-TX
               MOVE DATA-SIT-TAB-REJ-WS (IDX-REJ-WS)
                   TO DATA-SIT-REJ-TX
               WRITE REGREJ-TX.
      *
      *    A NOTA NOTA-BUSCA-REJ-WS DA FILIAL/DIA INFORMADOS ACABA DE
      *    SER REEXPORTADA EM ARQUIVO DE CORRECAO: AS REJEICOES
      *    PENDENTES DELA NOS ARQUIVOS DE NOTAS (MV/IT) PASSAM A
      *    AGUARDAR O ACEITE DA CORRECAO. DEVOLVE EM MARCADAS-REJ-WS
      *    QUANTAS LINHAS MUDARAM.
       MARCA-CORRECAO-REJ.
           MOVE 0 TO MARCADAS-REJ-WS
           ACCEPT HOJE-REJ-WS FROM DATE YYYYMMDD
           PERFORM CARREGA-REJEICAO THRU CARREGA-REJEICAO-EXIT
           IF QTD-REJ-WS = ZEROS OR FORA-REJ-WS NOT = ZEROS
               GO TO MARCA-CORRECAO-REJ-EXIT.
           PERFORM MARCA-LINHA-REJ
               VARYING IDX-REJ-WS FROM 1 BY 1
               UNTIL IDX-REJ-WS > QTD-REJ-WS
           IF MARCADAS-REJ-WS NOT = ZEROS
               PERFORM GRAVA-REJEICAO.
       MARCA-CORRECAO-REJ-EXIT.
           EXIT.
      *
       MARCA-LINHA-REJ.
           MOVE NOME-TAB-REJ-WS (IDX-REJ-WS) TO NOME-DIA-REJ-WS
           IF REJ-PENDENTE (IDX-REJ-WS)
               AND FILIAL-TAB-REJ-WS (IDX-REJ-WS) = FILIAL-BUSCA-REJ-WS
               AND DATA-MOV-TAB-REJ-WS (IDX-REJ-WS) = DATA-BUSCA-REJ-WS
               AND NOTA-TAB-REJ-WS (IDX-REJ-WS) = NOTA-BUSCA-REJ-WS
               AND (PREF-DIA-REJ-WS = ":MV" OR PREF-DIA-REJ-WS = ":IT")
               MOVE "C" TO SIT-TAB-REJ-WS (IDX-REJ-WS)
               MOVE HOJE-REJ-WS TO DATA-SIT-TAB-REJ-WS (IDX-REJ-WS)
               ADD 1 TO MARCADAS-REJ-WS.
