           OPEN INPUT ARQ-MET
           IF ESTADO-MET NOT = ZEROS
               GO TO CARREGA-META-EXIT.
           PERFORM LE-META THRU LE-META-EXIT UNTIL ACABOU-MET
           CLOSE ARQ-MET.
       CARREGA-META-EXIT.
           EXIT.
