      *
      *    COPY CEPPR
      *    CARREGA A TABELA DE FAIXAS DE CEP (COPY CEPVL) DO CADASTRO
      *    "ARQCEP.DAT" E CONFERE UM CEP CONTRA A UF E O MUNICIPIO.
      *    A FAIXA DA UF E A UNIAO DE TODAS AS LINHAS DAQUELA UF
      *    (AS DE IBGE ZERADO E AS DOS SEUS MUNICIPIOS). RESULTADO EM
      *    SITUACAO-CEP-WS:
      *      "Z" CEP ZERADO
      *      "S" UF SEM NENHUMA FAIXA CADASTRADA (NADA A CONFERIR)
      *      "U" CEP FORA DE TODAS AS FAIXAS DA UF
      *      "N" DENTRO DA UF, MAS O MUNICIPIO NAO FOI RESOLVIDO OU
      *          NAO TEM FAIXA PROPRIA (SO A UF FOI CONFERIDA)
      *      "M" DENTRO DA UF E FORA DAS FAIXAS DO MUNICIPIO
      *      "0" CEP CONFERE COM A UF E O MUNICIPIO
       CARREGA-CEP.
           MOVE 0 TO QTD-CEP-WS
           MOVE "N" TO FIM-CEP-WS
           OPEN INPUT ARQ-CEP
           IF ESTADO-CEP NOT = ZEROS
               GO TO CARREGA-CEP-EXIT.
           PERFORM LE-CEP THRU LE-CEP-EXIT UNTIL ACABOU-CEP
           CLOSE ARQ-CEP.
       CARREGA-CEP-EXIT.
           EXIT.
      *
       LE-CEP.
           READ ARQ-CEP AT END MOVE "S" TO FIM-CEP-WS END-READ
           IF ACABOU-CEP GO TO LE-CEP-EXIT.
           IF QTD-CEP-WS < 3000
               ADD 1 TO QTD-CEP-WS
               MOVE UF-CEP-TX     TO UF-TAB-CEP-WS     (QTD-CEP-WS)
               MOVE IBGE-CEP-TX   TO IBGE-TAB-CEP-WS   (QTD-CEP-WS)
               MOVE INICIO-CEP-TX TO INICIO-TAB-CEP-WS (QTD-CEP-WS)
               MOVE FIM-CEP-TX    TO FIM-TAB-CEP-WS    (QTD-CEP-WS).
       LE-CEP-EXIT.
           EXIT.
      *
      *    CONFERE CEP-BUSCA-CEP-WS CONTRA UF-BUSCA-CEP-WS E
      *    IBGE-BUSCA-CEP-WS
       CONFERE-CEP.
           MOVE "0" TO SITUACAO-CEP-WS
           IF CEP-BUSCA-CEP-WS = ZEROS
               MOVE "Z" TO SITUACAO-CEP-WS
               GO TO CONFERE-CEP-EXIT.
           MOVE "N" TO TEM-UF-CEP-WS DENTRO-UF-CEP-WS
           MOVE "N" TO TEM-MUNIC-CEP-WS DENTRO-MUNIC-CEP-WS
           PERFORM CONFERE-FAIXA-CEP THRU CONFERE-FAIXA-CEP-EXIT
               VARYING IDX-CEP-WS FROM 1 BY 1
               UNTIL IDX-CEP-WS > QTD-CEP-WS
           IF TEM-UF-CEP-WS = "N"
               MOVE "S" TO SITUACAO-CEP-WS
               GO TO CONFERE-CEP-EXIT.
           IF DENTRO-UF-CEP-WS = "N"
               MOVE "U" TO SITUACAO-CEP-WS
               GO TO CONFERE-CEP-EXIT.
           IF TEM-MUNIC-CEP-WS = "N"
               MOVE "N" TO SITUACAO-CEP-WS
               GO TO CONFERE-CEP-EXIT.
           IF DENTRO-MUNIC-CEP-WS = "N"
               MOVE "M" TO SITUACAO-CEP-WS.
       CONFERE-CEP-EXIT.
           EXIT.
      *
      *    UMA LINHA DA TABELA CONTRA O CEP PROCURADO
       CONFERE-FAIXA-CEP.
           IF UF-TAB-CEP-WS (IDX-CEP-WS) NOT = UF-BUSCA-CEP-WS
               GO TO CONFERE-FAIXA-CEP-EXIT.
           MOVE "S" TO TEM-UF-CEP-WS
           IF CEP-BUSCA-CEP-WS NOT < INICIO-TAB-CEP-WS (IDX-CEP-WS)
               AND CEP-BUSCA-CEP-WS NOT > FIM-TAB-CEP-WS (IDX-CEP-WS)
               MOVE "S" TO DENTRO-UF-CEP-WS.
           IF IBGE-BUSCA-CEP-WS = ZEROS
               OR IBGE-TAB-CEP-WS (IDX-CEP-WS) NOT = IBGE-BUSCA-CEP-WS
               GO TO CONFERE-FAIXA-CEP-EXIT.
           MOVE "S" TO TEM-MUNIC-CEP-WS
           IF CEP-BUSCA-CEP-WS NOT < INICIO-TAB-CEP-WS (IDX-CEP-WS)
               AND CEP-BUSCA-CEP-WS NOT > FIM-TAB-CEP-WS (IDX-CEP-WS)
               MOVE "S" TO DENTRO-MUNIC-CEP-WS.
       CONFERE-FAIXA-CEP-EXIT.
           EXIT.
