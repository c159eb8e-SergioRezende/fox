      *
      *    COPY DEMONPR
      *    CARREGA A TABELA DO LAYOUT DOS DEMONSTRATIVOS (COPY
      *    DEMONVL) DO CADASTRO "ARQDEMON.DAT", RESOLVE
      *    DEMONSTRATIVO/LINHA PARA O INDICE NA TABELA E REGRAVA O
      *    CADASTRO POR INTEIRO.
       CARREGA-DEMON.
           MOVE 0 TO QTD-DEMON-WS
           MOVE "N" TO FIM-DEM-WS
           OPEN INPUT ARQ-DEM
           IF ESTADO-DEM NOT = ZEROS
               GO TO CARREGA-DEMON-EXIT.
           PERFORM LE-DEMON THRU LE-DEMON-EXIT UNTIL ACABOU-DEM
           CLOSE ARQ-DEM.
       CARREGA-DEMON-EXIT.
           EXIT.
      *
       LE-DEMON.
           READ ARQ-DEM AT END MOVE "S" TO FIM-DEM-WS END-READ
           IF ACABOU-DEM GO TO LE-DEMON-EXIT.
           IF QTD-DEMON-WS < 200
               ADD 1 TO QTD-DEMON-WS
               MOVE DEMONST-DEM-TX
                   TO DEMONST-TAB-DEM-WS (QTD-DEMON-WS)
               MOVE LINHA-DEM-TX    TO LINHA-TAB-DEM-WS (QTD-DEMON-WS)
               MOVE DESCR-DEM-TX    TO DESCR-TAB-DEM-WS (QTD-DEMON-WS)
               MOVE TIPO-DEM-TX     TO TIPO-TAB-DEM-WS (QTD-DEMON-WS)
               MOVE INICIO-DEM-TX   TO INICIO-TAB-DEM-WS (QTD-DEMON-WS)
               MOVE FIM-DEM-TX      TO FIM-TAB-DEM-WS (QTD-DEMON-WS)
               MOVE NATUREZA-DEM-TX
                   TO NATUREZA-TAB-DEM-WS (QTD-DEMON-WS).
       LE-DEMON-EXIT.
           EXIT.
      *
      *    RESOLVE DEMONSTRATIVO/LINHA PARA O INDICE NA TABELA (ZEROS
      *    = LINHA NAO CADASTRADA)
       ACHA-DEMON.
           MOVE ZEROS TO IDX-ACHADO-DEM-WS
           PERFORM VARYING IDX-DEM-WS FROM 1 BY 1
               UNTIL IDX-DEM-WS > QTD-DEMON-WS
               OR (DEMONST-TAB-DEM-WS (IDX-DEM-WS)
                   = DEMONST-BUSCA-DEM-WS
               AND LINHA-TAB-DEM-WS (IDX-DEM-WS) = LINHA-BUSCA-DEM-WS)
           END-PERFORM
           IF IDX-DEM-WS NOT > QTD-DEMON-WS
               MOVE IDX-DEM-WS TO IDX-ACHADO-DEM-WS.
      *
      *    REGRAVA O CADASTRO POR INTEIRO A PARTIR DA TABELA
       GRAVA-DEMON.
           OPEN OUTPUT ARQ-DEM
           PERFORM GRAVA-LINHA-DEMON
               VARYING IDX-DEM-WS FROM 1 BY 1
               UNTIL IDX-DEM-WS > QTD-DEMON-WS
           CLOSE ARQ-DEM.
      *
       GRAVA-LINHA-DEMON.
           MOVE DEMONST-TAB-DEM-WS (IDX-DEM-WS)  TO DEMONST-DEM-TX
           MOVE LINHA-TAB-DEM-WS (IDX-DEM-WS)    TO LINHA-DEM-TX
           MOVE DESCR-TAB-DEM-WS (IDX-DEM-WS)    TO DESCR-DEM-TX
           MOVE TIPO-TAB-DEM-WS (IDX-DEM-WS)     TO TIPO-DEM-TX
           MOVE INICIO-TAB-DEM-WS (IDX-DEM-WS)   TO INICIO-DEM-TX
           MOVE FIM-TAB-DEM-WS (IDX-DEM-WS)      TO FIM-DEM-TX
           MOVE NATUREZA-TAB-DEM-WS (IDX-DEM-WS) TO NATUREZA-DEM-TX
           WRITE REGDEM-TX.
