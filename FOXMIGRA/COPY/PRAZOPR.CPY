           OPEN INPUT ARQ-PRZ
           IF ESTADO-PRZ NOT = ZEROS
               GO TO CARREGA-PRAZO-EXIT.
           PERFORM LE-PRAZO THRU LE-PRAZO-EXIT UNTIL ACABOU-PRZ
           CLOSE ARQ-PRZ.
       CARREGA-PRAZO-EXIT.
           EXIT.
