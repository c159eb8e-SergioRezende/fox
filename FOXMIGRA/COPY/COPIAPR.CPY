      *
      *    COPY COPIAPR
      *    TIRA UMA COPIA DE SEGURANCA DOS ARQUIVOS DE CONTROLE DA
      *    TABELA DO COPY COPIAVL: O NUMERO E O ULTIMO DO CATALOGO
      *    ("CONVCOPI.DAT") MAIS UM, TIRADO SOB A TRAVA DE REDE
      *    "CONVCOPI.LIV" PARA DUAS ESTACOES NAO PEGAREM O MESMO;
      *    CADA ARQUIVO VAI PARA "cccnnnnn.SNP" E A LINHA DO CATALOGO
      *    DIZ QUAIS EXISTIAM. ARQUIVO AINDA NAO CRIADO NAO E ERRO.
      *    RETURN-CODE E PRESERVADO. USA O COPY TRAVAPR.
       TIRA-COPIA.
           MOVE "CONVCOPI.LIV" TO TRAVA-LIV-WS
           MOVE "CONVCOPI.LCK" TO TRAVA-LCK-WS
           PERFORM OBTEM-TRAVA THRU OBTEM-TRAVA-EXIT
           MOVE 0 TO NUMERO-CPI-WS
           MOVE "N" TO FIM-CPI-WS
           OPEN INPUT ARQ-CPI
           IF ESTADO-CPI = ZEROS
               PERFORM LE-COPIA THRU LE-COPIA-EXIT UNTIL ACABOU-CPI
               CLOSE ARQ-CPI.
           ADD 1 TO NUMERO-CPI-WS
           MOVE SPACES TO PRESENTES-CPI-WS
           PERFORM COPIA-ARQUIVO
               VARYING IDX-CPI-WS FROM 1 BY 1
               UNTIL IDX-CPI-WS > QTD-ARQ-CPI-VL
           MOVE NUMERO-CPI-WS TO NUMERO-CPI-TX
           ACCEPT DATA-CPI-TX FROM DATE YYYYMMDD
           ACCEPT HORA-CPI-WS FROM TIME
           MOVE HORA6-CPI-WS TO HORA-CPI-TX
           MOVE FILIAL-CPI-WS TO FILIAL-CPI-TX
           MOVE DRIVE-CPI-WS TO DRIVE-CPI-TX
           MOVE OPERADOR-EXEC-WS TO OPERADOR-CPI-TX
           MOVE ORIGEM-CPI-WS TO ORIGEM-CPI-TX
           MOVE PRESENTES-CPI-WS TO PRESENTES-CPI-TX
           OPEN EXTEND ARQ-CPI
           IF ESTADO-CPI NOT = ZEROS
               OPEN OUTPUT ARQ-CPI.
           WRITE REGCPI-TX
           CLOSE ARQ-CPI
      *    AS TRAVAS DOS ARQUIVOS TROCARAM OS NOMES DA TRAVA
           MOVE "CONVCOPI.LIV" TO TRAVA-LIV-WS
           MOVE "CONVCOPI.LCK" TO TRAVA-LCK-WS
           PERFORM SOLTA-TRAVA.
       TIRA-COPIA-EXIT.
           EXIT.
      *
       LE-COPIA.
           READ ARQ-CPI AT END MOVE "S" TO FIM-CPI-WS END-READ
           IF ACABOU-CPI GO TO LE-COPIA-EXIT.
           IF NUMERO-CPI-TX NUMERIC
               AND NUMERO-CPI-TX > NUMERO-CPI-WS
               MOVE NUMERO-CPI-TX TO NUMERO-CPI-WS.
       LE-COPIA-EXIT.
           EXIT.
      *
      *    COPIA UM ARQUIVO DA TABELA (INDICE IDX-CPI-WS), COM A
      *    TRAVA DELE QUANDO HOUVER
       COPIA-ARQUIVO.
           PERFORM MONTA-NOME-CPI
           IF LIV-CPI-VL (IDX-CPI-WS) NOT = SPACES
               MOVE LIV-CPI-VL (IDX-CPI-WS) TO TRAVA-LIV-WS
               MOVE LCK-CPI-VL (IDX-CPI-WS) TO TRAVA-LCK-WS
               PERFORM OBTEM-TRAVA THRU OBTEM-TRAVA-EXIT.
           MOVE RETURN-CODE TO RC-CPI-WS
           MOVE 0 TO RETURN-CODE
           CALL "CBL_COPY_FILE" USING NOME-ARQ-CPI-WS NOME-COPIA-CPI-WS
           IF RETURN-CODE = ZEROS
               MOVE "S" TO PRESENTE-CPI-WS (IDX-CPI-WS)
           ELSE
               MOVE "N" TO PRESENTE-CPI-WS (IDX-CPI-WS).
           MOVE RC-CPI-WS TO RETURN-CODE
           IF LIV-CPI-VL (IDX-CPI-WS) NOT = SPACES
               PERFORM SOLTA-TRAVA.
      *
      *    NOME DO ARQUIVO DE INDICE IDX-CPI-WS E DA SUA COPIA NUMERO
      *    NUMERO-CPI-WS (O DO SPC NO DRIVE/FILIAL DA COPIA)
       MONTA-NOME-CPI.
           MOVE NOME-CPI-VL (IDX-CPI-WS) TO NOME-ARQ-CPI-WS
           IF NOME-CPI-VL (IDX-CPI-WS) = SPACES
               MOVE SPACES TO NOME-ARQ-CPI-WS
               STRING DRIVE-CPI-WS ":SPC" FILIAL-CPI-WS ".EST"
                   DELIMITED BY SIZE INTO NOME-ARQ-CPI-WS.
           MOVE CODIGO-CPI-VL (IDX-CPI-WS) TO CODIGO-COPIA-CPI-WS
           MOVE NUMERO-CPI-WS TO NUMERO-COPIA-CPI-WS.
