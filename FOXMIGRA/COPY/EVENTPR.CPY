           OPEN INPUT ARQ-EVE
           IF ESTADO-EVE NOT = ZEROS
               GO TO CARREGA-EVENTO-EXIT.
           PERFORM LE-EVENTO THRU LE-EVENTO-EXIT UNTIL ACABOU-EVE
           CLOSE ARQ-EVE.
       CARREGA-EVENTO-EXIT.
           EXIT.
