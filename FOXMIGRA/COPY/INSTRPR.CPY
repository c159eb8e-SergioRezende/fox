           OPEN INPUT ARQ-INS
           IF ESTADO-INS NOT = ZEROS
               GO TO CARREGA-INSTR-EXIT.
           PERFORM LE-INSTR THRU LE-INSTR-EXIT UNTIL ACABOU-INS
           CLOSE ARQ-INS.
       CARREGA-INSTR-EXIT.
           EXIT.
