      *
      *    COPY CFOPPR
      *    CARREGA A TABELA DE CFO (COPY CFOPVL) DO CADASTRO
      *    "ARQCFO.DAT", RESOLVE UM CFO PARA O INDICE NA TABELA,
      *    CONFERE O CFO DE UM DOCUMENTO FISCAL (ANOTANDO A EXCECAO)
      *    E REGRAVA O CADASTRO POR INTEIRO.
       CARREGA-CFOP.
           MOVE 0 TO QTD-CFOP-WS QTD-EXC-CFP-WS DESCARTADOS-EXC-CFP-77
           MOVE "N" TO FIM-CFP-WS
           OPEN INPUT ARQ-CFP
           IF ESTADO-CFP NOT = ZEROS
               GO TO CARREGA-CFOP-EXIT.
           PERFORM LE-CFOP THRU LE-CFOP-EXIT UNTIL ACABOU-CFP
           CLOSE ARQ-CFP.
       CARREGA-CFOP-EXIT.
           EXIT.
      *
       LE-CFOP.
           READ ARQ-CFP AT END MOVE "S" TO FIM-CFP-WS END-READ
           IF ACABOU-CFP GO TO LE-CFOP-EXIT.
           IF QTD-CFOP-WS < 300
               ADD 1 TO QTD-CFOP-WS
               MOVE CODIGO-CFP-TX  TO CODIGO-TAB-CFP-WS  (QTD-CFOP-WS)
               MOVE DESCR-CFP-TX   TO DESCR-TAB-CFP-WS   (QTD-CFOP-WS)
               MOVE TIPO-CFP-TX    TO TIPO-TAB-CFP-WS    (QTD-CFOP-WS)
               MOVE ICMS-CFP-TX    TO ICMS-TAB-CFP-WS    (QTD-CFOP-WS)
               MOVE IPI-CFP-TX     TO IPI-TAB-CFP-WS     (QTD-CFOP-WS)
               MOVE RECEITA-CFP-TX TO RECEITA-TAB-CFP-WS (QTD-CFOP-WS)
               MOVE TRANSF-CFP-TX  TO TRANSF-TAB-CFP-WS  (QTD-CFOP-WS).
       LE-CFOP-EXIT.
           EXIT.
      *
      *    RESOLVE CODIGO-BUSCA-CFP-WS PARA O INDICE NA TABELA
      *    (ZEROS = CFO NAO CADASTRADO)
       ACHA-CFOP.
           MOVE ZEROS TO IDX-ACHADO-CFP-WS
           PERFORM VARYING IDX-CFP-WS FROM 1 BY 1
               UNTIL IDX-CFP-WS > QTD-CFOP-WS
               OR CODIGO-TAB-CFP-WS (IDX-CFP-WS) = CODIGO-BUSCA-CFP-WS
           END-PERFORM
           IF IDX-CFP-WS NOT > QTD-CFOP-WS
               MOVE IDX-CFP-WS TO IDX-ACHADO-CFP-WS.
      *
      *    CONFERE O CFO EM CODIGO-BUSCA-CFP-WS DO DOCUMENTO DESCRITO
      *    EM DOC-BUSCA-CFP-WS: DEVOLVE DESCRICAO E INDICADORES EM
      *    ATUAL-CFP-WS (ACHOU-CFP LIGADO) OU, COM O CADASTRO
      *    PREENCHIDO E O CFO FORA DELE, ANOTA O DOCUMENTO NA LISTA
      *    DE EXCECOES
       CONFERE-CFOP.
           MOVE "N" TO ACHOU-CFP-WS
           MOVE SPACES TO ATUAL-CFP-WS
           IF QTD-CFOP-WS = ZEROS
               GO TO CONFERE-CFOP-EXIT.
           PERFORM ACHA-CFOP
           IF IDX-ACHADO-CFP-WS = ZEROS
               MOVE "** CFO FORA DO CADASTRO **"
                   TO DESCR-ATU-CFP-WS
               PERFORM ANOTA-EXC-CFOP THRU ANOTA-EXC-CFOP-EXIT
               GO TO CONFERE-CFOP-EXIT.
           MOVE "S" TO ACHOU-CFP-WS
           MOVE IDX-ACHADO-CFP-WS TO IDX-CFP-WS
           MOVE DESCR-TAB-CFP-WS   (IDX-CFP-WS) TO DESCR-ATU-CFP-WS
           MOVE TIPO-TAB-CFP-WS    (IDX-CFP-WS) TO TIPO-ATU-CFP-WS
           MOVE ICMS-TAB-CFP-WS    (IDX-CFP-WS) TO ICMS-ATU-CFP-WS
           MOVE IPI-TAB-CFP-WS     (IDX-CFP-WS) TO IPI-ATU-CFP-WS
           MOVE RECEITA-TAB-CFP-WS (IDX-CFP-WS) TO RECEITA-ATU-CFP-WS
           MOVE TRANSF-TAB-CFP-WS  (IDX-CFP-WS) TO TRANSF-ATU-CFP-WS.
       CONFERE-CFOP-EXIT.
           EXIT.
      *
      *    SO A DESCRICAO DO CFO, PARA AS LINHAS DE TOTAL (SEM ANOTAR
      *    EXCECAO DE NOVO)
       DESCREVE-CFOP.
           MOVE SPACES TO DESCR-ATU-CFP-WS
           IF QTD-CFOP-WS = ZEROS
               GO TO DESCREVE-CFOP-EXIT.
           PERFORM ACHA-CFOP
           IF IDX-ACHADO-CFP-WS = ZEROS
               MOVE "** CFO FORA DO CADASTRO **"
                   TO DESCR-ATU-CFP-WS
           ELSE
               MOVE DESCR-TAB-CFP-WS (IDX-ACHADO-CFP-WS)
                   TO DESCR-ATU-CFP-WS.
       DESCREVE-CFOP-EXIT.
           EXIT.
      *
      *    O MESMO DOCUMENTO (NOTA COM VARIOS ITENS) ENTRA UMA VEZ SO
       ANOTA-EXC-CFOP.
           PERFORM VARYING IDX-EXC-CFP-WS FROM 1 BY 1
               UNTIL IDX-EXC-CFP-WS > QTD-EXC-CFP-WS
               OR (CODIGO-EXC-CFP-WS (IDX-EXC-CFP-WS)
                       = CODIGO-BUSCA-CFP-WS
                   AND DOC-EXC-CFP-WS (IDX-EXC-CFP-WS)
                       = DOC-BUSCA-CFP-WS)
           END-PERFORM
           IF IDX-EXC-CFP-WS NOT > QTD-EXC-CFP-WS
               GO TO ANOTA-EXC-CFOP-EXIT.
           IF QTD-EXC-CFP-WS NOT < 300
               ADD 1 TO DESCARTADOS-EXC-CFP-77
               GO TO ANOTA-EXC-CFOP-EXIT.
           ADD 1 TO QTD-EXC-CFP-WS
           MOVE CODIGO-BUSCA-CFP-WS
               TO CODIGO-EXC-CFP-WS (QTD-EXC-CFP-WS)
           MOVE DOC-BUSCA-CFP-WS TO DOC-EXC-CFP-WS (QTD-EXC-CFP-WS).
       ANOTA-EXC-CFOP-EXIT.
           EXIT.
      *
      *    REGRAVA O CADASTRO POR INTEIRO A PARTIR DA TABELA
       GRAVA-CFOP.
           OPEN OUTPUT ARQ-CFP
           PERFORM GRAVA-LINHA-CFOP
               VARYING IDX-CFP-WS FROM 1 BY 1
               UNTIL IDX-CFP-WS > QTD-CFOP-WS
           CLOSE ARQ-CFP.
      *
       GRAVA-LINHA-CFOP.
           MOVE CODIGO-TAB-CFP-WS  (IDX-CFP-WS) TO CODIGO-CFP-TX
           MOVE DESCR-TAB-CFP-WS   (IDX-CFP-WS) TO DESCR-CFP-TX
           MOVE TIPO-TAB-CFP-WS    (IDX-CFP-WS) TO TIPO-CFP-TX
           MOVE ICMS-TAB-CFP-WS    (IDX-CFP-WS) TO ICMS-CFP-TX
           MOVE IPI-TAB-CFP-WS     (IDX-CFP-WS) TO IPI-CFP-TX
           MOVE RECEITA-TAB-CFP-WS (IDX-CFP-WS) TO RECEITA-CFP-TX
           MOVE TRANSF-TAB-CFP-WS  (IDX-CFP-WS) TO TRANSF-CFP-TX
           WRITE REGCFP-TX.
