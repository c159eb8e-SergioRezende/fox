           OPEN INPUT ARQ-EMP
           IF ESTADO-EMP NOT = ZEROS
               GO TO CARREGA-EMPRESA-EXIT.
           PERFORM LE-EMPRESA THRU LE-EMPRESA-EXIT UNTIL ACABOU-EMP
           CLOSE ARQ-EMP.
       CARREGA-EMPRESA-EXIT.
           EXIT.
               MOVE RAZAO-EMP-TX  TO RAZAO-TAB-EMP-WS  (QTD-EMPRE-WS)
               MOVE CGC-EMP-TX    TO CGC-TAB-EMP-WS    (QTD-EMPRE-WS)
               MOVE INSCR-EMP-TX  TO INSCR-TAB-EMP-WS  (QTD-EMPRE-WS)
               MOVE ENDER-EMP-TX  TO ENDER-TAB-EMP-WS  (QTD-EMPRE-WS)
               MOVE UF-EMP-TX     TO UF-TAB-EMP-WS     (QTD-EMPRE-WS).
       LE-EMPRESA-EXIT.
           EXIT.
      *
      *    (PADROES EM BRANCO/ZEROS QUANDO NAO CADASTRADA)
       ACHA-EMPRESA.
           MOVE SPACES TO ACHADO-RAZAO-EMP-WS ACHADO-ENDER-EMP-WS
           MOVE SPACES TO ACHADO-UF-EMP-WS
           MOVE ZEROS TO ACHADO-CGC-EMP-WS ACHADO-INSCR-EMP-WS
           PERFORM VARYING IDX-EMP-WS FROM 1 BY 1
               UNTIL IDX-EMP-WS > QTD-EMPRE-WS
               MOVE INSCR-TAB-EMP-WS (IDX-EMP-WS)
                   TO ACHADO-INSCR-EMP-WS
               MOVE ENDER-TAB-EMP-WS (IDX-EMP-WS)
                   TO ACHADO-ENDER-EMP-WS
               MOVE UF-TAB-EMP-WS (IDX-EMP-WS)
                   TO ACHADO-UF-EMP-WS.
      *
      *    REGRAVA O CADASTRO POR INTEIRO A PARTIR DA TABELA
       GRAVA-EMPRESA.
           MOVE CGC-TAB-EMP-WS    (IDX-EMP-WS) TO CGC-EMP-TX
           MOVE INSCR-TAB-EMP-WS  (IDX-EMP-WS) TO INSCR-EMP-TX
           MOVE ENDER-TAB-EMP-WS  (IDX-EMP-WS) TO ENDER-EMP-TX
           MOVE UF-TAB-EMP-WS     (IDX-EMP-WS) TO UF-EMP-TX
           WRITE REGEMP-TX.
