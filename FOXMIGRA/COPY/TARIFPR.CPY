           OPEN INPUT ARQ-TAR
           IF ESTADO-TAR NOT = ZEROS
               GO TO CARREGA-TARIFA-EXIT.
           PERFORM LE-TARIFA THRU LE-TARIFA-EXIT UNTIL ACABOU-TAR
           CLOSE ARQ-TAR.
       CARREGA-TARIFA-EXIT.
           EXIT.
