           OPEN INPUT ARQ-BAN
           IF ESTADO-BAN NOT = ZEROS
               GO TO CARREGA-BANCO-EXIT.
           PERFORM LE-BANCO THRU LE-BANCO-EXIT UNTIL ACABOU-BAN
           CLOSE ARQ-BAN.
       CARREGA-BANCO-EXIT.
           EXIT.
