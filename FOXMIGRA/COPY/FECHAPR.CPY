           OPEN INPUT ARQ-FEC
           IF ESTADO-FEC NOT = ZEROS
               GO TO CARREGA-FECH-EXIT.
           PERFORM LE-FECH THRU LE-FECH-EXIT UNTIL ACABOU-FEC
           CLOSE ARQ-FEC.
       CARREGA-FECH-EXIT.
           EXIT.
