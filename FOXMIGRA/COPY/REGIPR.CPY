      *
      *    COPY REGIPR
      *    CARREGA A TABELA DE REGIOES (COPY REGIVL) DO CADASTRO
      *    "ARQREGI.DAT", RESOLVE UMA REGIAO PARA O INDICE NA TABELA,
      *    DEVOLVE O NOME PARA OS RELATORIOS E REGRAVA O CADASTRO POR
      *    INTEIRO.
       CARREGA-REGIAO.
           MOVE 0 TO QTD-REGI-WS
           MOVE "N" TO FIM-RGI-WS
           OPEN INPUT ARQ-RGI
           IF ESTADO-RGI NOT = ZEROS
               GO TO CARREGA-REGIAO-EXIT.
           PERFORM LE-REGIAO THRU LE-REGIAO-EXIT UNTIL ACABOU-RGI
           CLOSE ARQ-RGI.
       CARREGA-REGIAO-EXIT.
           EXIT.
      *
       LE-REGIAO.
           READ ARQ-RGI AT END MOVE "S" TO FIM-RGI-WS END-READ
           IF ACABOU-RGI GO TO LE-REGIAO-EXIT.
           IF QTD-REGI-WS < 300
               ADD 1 TO QTD-REGI-WS
               MOVE CODIGO-RGI-TX   TO CODIGO-TAB-RGI-WS (QTD-REGI-WS)
               MOVE NOME-RGI-TX     TO NOME-TAB-RGI-WS   (QTD-REGI-WS)
               MOVE FILIAL-RGI-TX   TO FILIAL-TAB-RGI-WS (QTD-REGI-WS)
               MOVE VENDEDOR-RGI-TX
                   TO VENDEDOR-TAB-RGI-WS (QTD-REGI-WS)
               MOVE PRACA-RGI-TX    TO PRACA-TAB-RGI-WS  (QTD-REGI-WS)
               MOVE COBRANCA-RGI-TX
                   TO COBRANCA-TAB-RGI-WS (QTD-REGI-WS).
       LE-REGIAO-EXIT.
           EXIT.
      *
      *    RESOLVE REGIAO-BUSCA-RGI-WS PARA O INDICE NA TABELA
      *    (ZEROS = REGIAO NAO CADASTRADA)
       ACHA-REGIAO.
           MOVE ZEROS TO IDX-ACHADO-RGI-WS
           PERFORM VARYING IDX-RGI-WS FROM 1 BY 1
               UNTIL IDX-RGI-WS > QTD-REGI-WS
               OR CODIGO-TAB-RGI-WS (IDX-RGI-WS) = REGIAO-BUSCA-RGI-WS
           END-PERFORM
           IF IDX-RGI-WS NOT > QTD-REGI-WS
               MOVE IDX-RGI-WS TO IDX-ACHADO-RGI-WS.
      *
      *    NOME DA REGIAO EM REGIAO-BUSCA-RGI-WS PARA AS LINHAS DOS
      *    RELATORIOS (EM BRANCO QUANDO NAO HA CADASTRO)
       DESCREVE-REGIAO.
           MOVE SPACES TO NOME-ATU-RGI-WS
           IF QTD-REGI-WS = ZEROS
               GO TO DESCREVE-REGIAO-EXIT.
           PERFORM ACHA-REGIAO
           IF IDX-ACHADO-RGI-WS = ZEROS
               MOVE "** REGIAO FORA DO CADASTRO **" TO NOME-ATU-RGI-WS
           ELSE
               MOVE NOME-TAB-RGI-WS (IDX-ACHADO-RGI-WS)
                   TO NOME-ATU-RGI-WS.
       DESCREVE-REGIAO-EXIT.
           EXIT.
      *
      *    REGRAVA O CADASTRO POR INTEIRO A PARTIR DA TABELA
       GRAVA-REGIAO.
           OPEN OUTPUT ARQ-RGI
           PERFORM GRAVA-LINHA-REGIAO
               VARYING IDX-RGI-WS FROM 1 BY 1
               UNTIL IDX-RGI-WS > QTD-REGI-WS
           CLOSE ARQ-RGI.
      *
       GRAVA-LINHA-REGIAO.
           MOVE CODIGO-TAB-RGI-WS   (IDX-RGI-WS) TO CODIGO-RGI-TX
           MOVE NOME-TAB-RGI-WS     (IDX-RGI-WS) TO NOME-RGI-TX
           MOVE FILIAL-TAB-RGI-WS   (IDX-RGI-WS) TO FILIAL-RGI-TX
           MOVE VENDEDOR-TAB-RGI-WS (IDX-RGI-WS) TO VENDEDOR-RGI-TX
           MOVE PRACA-TAB-RGI-WS    (IDX-RGI-WS) TO PRACA-RGI-TX
           MOVE COBRANCA-TAB-RGI-WS (IDX-RGI-WS) TO COBRANCA-RGI-TX
           WRITE REGRGI-TX.
