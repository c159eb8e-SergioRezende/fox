      *
      *    COPY TRIBPR
      *    CARREGA A TABELA DE PARAMETROS DE PIS/FINSOCIAL (COPY
      *    TRIBVL) DO CADASTRO "ARQTRIB.DAT", RESOLVE A FILIAL PARA O
      *    INDICE NA TABELA E REGRAVA O CADASTRO POR INTEIRO.
       CARREGA-TRIBUTO.
           MOVE 0 TO QTD-TRIB-WS
           MOVE "N" TO FIM-TRB-WS
           OPEN INPUT ARQ-TRB
           IF ESTADO-TRB NOT = ZEROS
               GO TO CARREGA-TRIBUTO-EXIT.
           PERFORM LE-TRIBUTO THRU LE-TRIBUTO-EXIT
               UNTIL ACABOU-TRB
           CLOSE ARQ-TRB.
       CARREGA-TRIBUTO-EXIT.
           EXIT.
      *
       LE-TRIBUTO.
           READ ARQ-TRB AT END MOVE "S" TO FIM-TRB-WS END-READ
           IF ACABOU-TRB GO TO LE-TRIBUTO-EXIT.
           IF QTD-TRIB-WS < 50
               ADD 1 TO QTD-TRIB-WS
               MOVE FILIAL-TRB-TX TO FILIAL-TAB-TRB-WS (QTD-TRIB-WS)
               MOVE ALQPIS-TRB-TX TO ALQPIS-TAB-TRB-WS (QTD-TRIB-WS)
               MOVE ALQFIN-TRB-TX TO ALQFIN-TAB-TRB-WS (QTD-TRIB-WS)
               MOVE DIAPIS-TRB-TX TO DIAPIS-TAB-TRB-WS (QTD-TRIB-WS)
               MOVE DIAFIN-TRB-TX TO DIAFIN-TAB-TRB-WS (QTD-TRIB-WS).
       LE-TRIBUTO-EXIT.
           EXIT.
      *
      *    RESOLVE A FILIAL PARA O INDICE NA TABELA; SEM LINHA
      *    PROPRIA VALE A LINHA PADRAO (FILIAL 00), SE HOUVER
       ACHA-TRIBUTO.
           MOVE ZEROS TO IDX-ACHADO-TRB-WS
           PERFORM VARYING IDX-TRB-WS FROM 1 BY 1
               UNTIL IDX-TRB-WS > QTD-TRIB-WS
               OR FILIAL-TAB-TRB-WS (IDX-TRB-WS) = FILIAL-BUSCA-TRB-WS
           END-PERFORM
           IF IDX-TRB-WS NOT > QTD-TRIB-WS
               MOVE IDX-TRB-WS TO IDX-ACHADO-TRB-WS
               GO TO ACHA-TRIBUTO-EXIT.
           PERFORM VARYING IDX-TRB-WS FROM 1 BY 1
               UNTIL IDX-TRB-WS > QTD-TRIB-WS
               OR FILIAL-TAB-TRB-WS (IDX-TRB-WS) = ZEROS
           END-PERFORM
           IF IDX-TRB-WS NOT > QTD-TRIB-WS
               MOVE IDX-TRB-WS TO IDX-ACHADO-TRB-WS.
       ACHA-TRIBUTO-EXIT.
           EXIT.
      *
      *    REGRAVA O CADASTRO POR INTEIRO A PARTIR DA TABELA
       GRAVA-TRIBUTO.
           OPEN OUTPUT ARQ-TRB
           PERFORM GRAVA-LINHA-TRIBUTO
               VARYING IDX-TRB-WS FROM 1 BY 1
               UNTIL IDX-TRB-WS > QTD-TRIB-WS
           CLOSE ARQ-TRB.
      *
       GRAVA-LINHA-TRIBUTO.
           MOVE FILIAL-TAB-TRB-WS (IDX-TRB-WS) TO FILIAL-TRB-TX
           MOVE ALQPIS-TAB-TRB-WS (IDX-TRB-WS) TO ALQPIS-TRB-TX
           MOVE ALQFIN-TAB-TRB-WS (IDX-TRB-WS) TO ALQFIN-TRB-TX
           MOVE DIAPIS-TAB-TRB-WS (IDX-TRB-WS) TO DIAPIS-TRB-TX
           MOVE DIAFIN-TAB-TRB-WS (IDX-TRB-WS) TO DIAFIN-TRB-TX
           WRITE REGTRB-TX.
