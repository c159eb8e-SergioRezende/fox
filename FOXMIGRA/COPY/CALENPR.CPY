      *
      *    COPY CALENPR
      *    CARREGA O CALENDARIO DE DIAS UTEIS (COPY CALENVL) DO
      *    CADASTRO "ARQCALEN.DAT", CONFERE SE UMA DATA E DIA UTIL NA
      *    FILIAL, AVANCA UMA DATA ATE O PROXIMO DIA UTIL, CONTA OS
      *    DIAS UTEIS DE UM PERIODO E REGRAVA O CADASTRO POR INTEIRO.
      *    SEM O CADASTRO A TABELA FICA VAZIA E SO O DOMINGO DEIXA DE
      *    SER DIA UTIL.
       CARREGA-CALENDARIO.
           MOVE 0 TO QTD-CALEN-WS
           MOVE "N" TO FIM-CLD-WS
           OPEN INPUT ARQ-CLD
           IF ESTADO-CLD NOT = ZEROS
               GO TO CARREGA-CALENDARIO-EXIT.
           PERFORM LE-CALENDARIO THRU LE-CALENDARIO-EXIT
               UNTIL ACABOU-CLD
           CLOSE ARQ-CLD.
       CARREGA-CALENDARIO-EXIT.
           EXIT.
      *
       LE-CALENDARIO.
           READ ARQ-CLD AT END MOVE "S" TO FIM-CLD-WS END-READ
           IF ACABOU-CLD GO TO LE-CALENDARIO-EXIT.
           IF QTD-CALEN-WS < 400
               ADD 1 TO QTD-CALEN-WS
               MOVE FILIAL-CLD-TX TO FILIAL-TAB-CLD-WS (QTD-CALEN-WS)
               MOVE DATA-CLD-TX   TO DATA-TAB-CLD-WS   (QTD-CALEN-WS)
               MOVE TIPO-CLD-TX   TO TIPO-TAB-CLD-WS   (QTD-CALEN-WS)
               MOVE DESCRICAO-CLD-TX
                   TO DESCRICAO-TAB-CLD-WS (QTD-CALEN-WS).
       LE-CALENDARIO-EXIT.
           EXIT.
      *
      *    DATA-CLD-WS E DIA UTIL NA FILIAL FILIAL-CLD-WS? DOMINGO
      *    NUNCA E; SABADO SO QUANDO A FILIAL (OU A LINHA 00) NAO TEM
      *    O TIPO "T"; FERIADO PELA DATA EXATA OU PELO DIA/MES FIXO
       CONFERE-DIA-UTIL.
           MOVE "S" TO DIA-UTIL-CLD-WS
           PERFORM DIA-DA-SEMANA-CLD
           IF DIA-SEMANA-CLD-WS = 1
               MOVE "N" TO DIA-UTIL-CLD-WS
               GO TO CONFERE-DIA-UTIL-EXIT.
           PERFORM CONFERE-LINHA-CLD THRU CONFERE-LINHA-CLD-EXIT
               VARYING IDX-CLD-WS FROM 1 BY 1
               UNTIL IDX-CLD-WS > QTD-CALEN-WS
               OR NOT DIA-UTIL.
       CONFERE-DIA-UTIL-EXIT.
           EXIT.
      *
       CONFERE-LINHA-CLD.
           IF FILIAL-TAB-CLD-WS (IDX-CLD-WS) NOT = ZEROS
               AND FILIAL-TAB-CLD-WS (IDX-CLD-WS) NOT = FILIAL-CLD-WS
               GO TO CONFERE-LINHA-CLD-EXIT.
           IF TIPO-TAB-CLD-WS (IDX-CLD-WS) = "T"
               IF DIA-SEMANA-CLD-WS = 7
                   MOVE "N" TO DIA-UTIL-CLD-WS
               END-IF
               GO TO CONFERE-LINHA-CLD-EXIT.
           IF DATA-TAB-CLD-WS (IDX-CLD-WS) = DATA-NUM-CLD-WS
               OR DATA-TAB-CLD-WS (IDX-CLD-WS) = MMDD-CLD-WS
               MOVE "N" TO DIA-UTIL-CLD-WS.
       CONFERE-LINHA-CLD-EXIT.
           EXIT.
      *
      *    AVANCA DATA-CLD-WS ATE O PRIMEIRO DIA UTIL DA FILIAL. A
      *    TRAVA DE 60 DIAS SEGURA UM CALENDARIO MAL PREENCHIDO
       PROXIMO-DIA-UTIL.
           MOVE 0 TO PASSOS-CLD-WS.
       PROXIMO-DIA-UTIL-010.
           PERFORM CONFERE-DIA-UTIL THRU CONFERE-DIA-UTIL-EXIT
           IF DIA-UTIL OR PASSOS-CLD-WS > 60
               GO TO PROXIMO-DIA-UTIL-EXIT.
           PERFORM SOMA-UM-DIA-CLD
           ADD 1 TO PASSOS-CLD-WS
           GO TO PROXIMO-DIA-UTIL-010.
       PROXIMO-DIA-UTIL-EXIT.
           EXIT.
      *
      *    CONTA OS DIAS UTEIS DE DATA-CLD-WS ATE DATA-FIM-CLD-WS,
      *    INCLUSIVE (DATA-CLD-WS SAI DEPOIS DO FIM DO PERIODO)
       CONTA-DIAS-UTEIS.
           MOVE 0 TO UTEIS-CLD-WS
           PERFORM CONTA-UM-DIA-CLD
               UNTIL DATA-NUM-CLD-WS > DATA-FIM-CLD-WS.
      *
       CONTA-UM-DIA-CLD.
           PERFORM CONFERE-DIA-UTIL THRU CONFERE-DIA-UTIL-EXIT
           IF DIA-UTIL
               ADD 1 TO UTEIS-CLD-WS.
           PERFORM SOMA-UM-DIA-CLD.
      *
       SOMA-UM-DIA-CLD.
           ADD 1 TO DIA-CLD-WS
           PERFORM ULTIMO-DIA-CLD
           IF DIA-CLD-WS > ULT-DIA-CLD-WS
               MOVE 1 TO DIA-CLD-WS
               ADD 1 TO MES-CLD-WS
               IF MES-CLD-WS > 12
                   MOVE 1 TO MES-CLD-WS
                   ADD 1 TO ANO-CLD-WS.
      *
      *    ULTIMO DIA DO MES DE DATA-CLD-WS (FEVEREIRO BISSEXTO PELA
      *    REGRA GREGORIANA)
       ULTIMO-DIA-CLD.
           MOVE DIAS-MES-CLD (MES-CLD-WS) TO ULT-DIA-CLD-WS
           IF MES-CLD-WS = 2
               DIVIDE ANO-CLD-WS BY 4 GIVING QUOC-CLD-WS
                   REMAINDER RESTO-CLD-WS
               IF RESTO-CLD-WS = ZEROS
                   DIVIDE ANO-CLD-WS BY 100 GIVING QUOC-CLD-WS
                       REMAINDER RESTO-CLD-WS
                   IF RESTO-CLD-WS NOT = ZEROS
                       MOVE 29 TO ULT-DIA-CLD-WS
                   ELSE
                       DIVIDE ANO-CLD-WS BY 400 GIVING QUOC-CLD-WS
                           REMAINDER RESTO-CLD-WS
                       IF RESTO-CLD-WS = ZEROS
                           MOVE 29 TO ULT-DIA-CLD-WS.
      *
      *    DIA DA SEMANA DE DATA-CLD-WS PELA CONGRUENCIA DE ZELLER
      *    (JANEIRO E FEVEREIRO CONTAM COMO MESES 13 E 14 DO ANO
      *    ANTERIOR). O RESTO 0 E SABADO, 1 DOMINGO ... 6 SEXTA
       DIA-DA-SEMANA-CLD.
           MOVE MES-CLD-WS TO MES-SEM-CLD-WS
           MOVE ANO-CLD-WS TO ANO-SEM-CLD-WS
           IF MES-SEM-CLD-WS < 3
               ADD 12 TO MES-SEM-CLD-WS
               SUBTRACT 1 FROM ANO-SEM-CLD-WS.
           DIVIDE ANO-SEM-CLD-WS BY 100 GIVING SECULO-SEM-CLD-WS
               REMAINDER ANOSEC-SEM-CLD-WS
           COMPUTE SOMA-SEM-CLD-WS = 13 * (MES-SEM-CLD-WS + 1)
           DIVIDE SOMA-SEM-CLD-WS BY 5 GIVING PARC1-SEM-CLD-WS
           DIVIDE ANOSEC-SEM-CLD-WS BY 4 GIVING PARC2-SEM-CLD-WS
           DIVIDE SECULO-SEM-CLD-WS BY 4 GIVING PARC3-SEM-CLD-WS
           COMPUTE SOMA-SEM-CLD-WS = DIA-CLD-WS + PARC1-SEM-CLD-WS
               + ANOSEC-SEM-CLD-WS + PARC2-SEM-CLD-WS
               + PARC3-SEM-CLD-WS + (5 * SECULO-SEM-CLD-WS)
           DIVIDE SOMA-SEM-CLD-WS BY 7 GIVING QUOC-CLD-WS
               REMAINDER RESTO-CLD-WS
           IF RESTO-CLD-WS = ZEROS
               MOVE 7 TO DIA-SEMANA-CLD-WS
           ELSE
               MOVE RESTO-CLD-WS TO DIA-SEMANA-CLD-WS.
      *
      *    REGRAVA O CADASTRO POR INTEIRO A PARTIR DA TABELA
       GRAVA-CALENDARIO.
           OPEN OUTPUT ARQ-CLD
           PERFORM GRAVA-LINHA-CLD
               VARYING IDX-CLD-WS FROM 1 BY 1
               UNTIL IDX-CLD-WS > QTD-CALEN-WS
           CLOSE ARQ-CLD.
      *
       GRAVA-LINHA-CLD.
           MOVE FILIAL-TAB-CLD-WS    (IDX-CLD-WS) TO FILIAL-CLD-TX
           MOVE DATA-TAB-CLD-WS      (IDX-CLD-WS) TO DATA-CLD-TX
           MOVE TIPO-TAB-CLD-WS      (IDX-CLD-WS) TO TIPO-CLD-TX
           MOVE DESCRICAO-TAB-CLD-WS (IDX-CLD-WS) TO DESCRICAO-CLD-TX
           WRITE REGCLD-TX.
