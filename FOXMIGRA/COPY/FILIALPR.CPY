                   VARYING IDX-FIL-VL-WS FROM 1 BY 1
                   UNTIL IDX-FIL-VL-WS > QTD-PADRAO-VL
               GO TO CARREGA-FILIAL-EXIT.
           PERFORM LE-FILIAL THRU LE-FILIAL-EXIT UNTIL ACABOU-FIL-VL
           CLOSE ARQ-FIL.
       CARREGA-FILIAL-EXIT.
           EXIT.
