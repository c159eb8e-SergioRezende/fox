      *
      *    COPY HISTOPR
      *    CARREGA A TABELA DE DE-PARA DE HISTORICOS (COPY HISTOVL)
      *    DO CADASTRO "ARQHISTO.DAT", RESOLVE O HISTORICO DO DIARIO
      *    PARA O INDICE NA TABELA E REGRAVA O CADASTRO POR INTEIRO.
       CARREGA-HISTO.
           MOVE 0 TO QTD-HISTO-WS
           MOVE "N" TO FIM-HIS-WS
           OPEN INPUT ARQ-HIS
           IF ESTADO-HIS NOT = ZEROS
               GO TO CARREGA-HISTO-EXIT.
           PERFORM LE-HISTO THRU LE-HISTO-EXIT UNTIL ACABOU-HIS
           CLOSE ARQ-HIS.
       CARREGA-HISTO-EXIT.
           EXIT.
      *
       LE-HISTO.
           READ ARQ-HIS AT END MOVE "S" TO FIM-HIS-WS END-READ
           IF ACABOU-HIS GO TO LE-HISTO-EXIT.
           IF QTD-HISTO-WS < 100
               ADD 1 TO QTD-HISTO-WS
               MOVE ANTIGO-HIS-TX TO ANTIGO-TAB-HIS-WS (QTD-HISTO-WS)
               MOVE NOVO-HIS-TX   TO NOVO-TAB-HIS-WS (QTD-HISTO-WS)
               MOVE DESCR-HIS-TX  TO DESCR-TAB-HIS-WS (QTD-HISTO-WS).
       LE-HISTO-EXIT.
           EXIT.
      *
      *    RESOLVE O HISTORICO DO DIARIO PARA O INDICE NA TABELA
      *    (ZEROS = HISTORICO SEM DE-PARA CADASTRADO)
       ACHA-HISTO.
           MOVE ZEROS TO IDX-ACHADO-HIS-WS
           PERFORM VARYING IDX-HIS-WS FROM 1 BY 1
               UNTIL IDX-HIS-WS > QTD-HISTO-WS
               OR ANTIGO-TAB-HIS-WS (IDX-HIS-WS) = ANTIGO-BUSCA-HIS-WS
           END-PERFORM
           IF IDX-HIS-WS NOT > QTD-HISTO-WS
               MOVE IDX-HIS-WS TO IDX-ACHADO-HIS-WS.
      *
      *    REGRAVA O CADASTRO POR INTEIRO A PARTIR DA TABELA
       GRAVA-HISTO.
           OPEN OUTPUT ARQ-HIS
           PERFORM GRAVA-LINHA-HISTO
               VARYING IDX-HIS-WS FROM 1 BY 1
               UNTIL IDX-HIS-WS > QTD-HISTO-WS
           CLOSE ARQ-HIS.
      *
       GRAVA-LINHA-HISTO.
           MOVE ANTIGO-TAB-HIS-WS (IDX-HIS-WS) TO ANTIGO-HIS-TX
           MOVE NOVO-TAB-HIS-WS (IDX-HIS-WS)   TO NOVO-HIS-TX
           MOVE DESCR-TAB-HIS-WS (IDX-HIS-WS)  TO DESCR-HIS-TX
           WRITE REGHIS-TX.
