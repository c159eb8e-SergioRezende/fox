           OPEN INPUT ARQ-MUN
           IF ESTADO-MUN NOT = ZEROS
               GO TO CARREGA-MUNIC-EXIT.
           PERFORM LE-MUNIC THRU LE-MUNIC-EXIT UNTIL ACABOU-MUN
           CLOSE ARQ-MUN.
       CARREGA-MUNIC-EXIT.
           EXIT.
