      *
      *    COPY ARQRPR
      *    GUARDA NO ARQUIVO DE RELATORIOS O ".REL" QUE A EXECUCAO
      *    ACABOU DE GRAVAR, ANTES QUE A PROXIMA EXECUCAO DO MESMO
      *    PROGRAMA O SOBREPONHA. PERFORMADO PELO GRAVA-LOG DO
      *    CHAMADOR DEPOIS DE MONTAR A LINHA DO LOG (PROGRAMA, DATA,
      *    HORA DE INICIO, OPERADOR E FILTRO VEM DO REGLOG-TX). O
      *    ".REL" QUE NAO EXISTE, OU QUE E DE EXECUCAO ANTERIOR (A
      *    EXECUCAO TERMINOU SEM IMPRIMIR), NAO E GUARDADO. A COPIA
      *    VAI PARA "RLnnnnnn.ARQ" - O NUMERO E O ULTIMO DO INDICE
      *    MAIS UM, TIRADO SOB A TRAVA DE REDE "CONVARQR.LIV" - E O
      *    INDICE "CONVARQR.DAT" GANHA A LINHA COM A FILIAL E O
      *    PERIODO TIRADOS DO FILTRO ("FILIAL=nn" OU "FIL=nn";
      *    "MES=mm/aaaa") E O VENCIMENTO DA GUARDA PELO TIPO DO
      *    PROGRAMA (COPY ARQRVL). RETURN-CODE E PRESERVADO. USA O
      *    COPY TRAVAPR.
       GUARDA-RELATORIO.
           MOVE RETURN-CODE TO RC-ARR-WS
           IF NOME-REL-ARR-WS = SPACES
               STRING PROGRAMA-LOG-TX DELIMITED BY SPACE
                   ".REL" DELIMITED BY SIZE INTO NOME-REL-ARR-WS.
           MOVE 0 TO RETURN-CODE
           CALL "CBL_CHECK_FILE_EXIST"
               USING NOME-REL-ARR-WS INFO-REL-ARR-WS
           IF RETURN-CODE NOT = ZEROS
               GO TO GUARDA-RELATORIO-FIM.
           COMPUTE DATA-REL-ARR-WS = ANO-REL-ARR-WS * 10000
               + MES-REL-ARR-WS * 100 + DIA-REL-ARR-WS
           COMPUTE HORA-REL-ARR-WS = HH-REL-ARR-WS * 10000
               + MM-REL-ARR-WS * 100 + SS-REL-ARR-WS
      *    RELATORIO DE DIA ANTERIOR, OU DE HOJE MAS DE ANTES DO
      *    INICIO DESTA EXECUCAO (SALVO A EXECUCAO QUE VIROU A
      *    MEIA-NOITE), E DE OUTRA EXECUCAO: JA FOI GUARDADO POR ELA
           IF DATA-REL-ARR-WS < DATA-EXEC-LOG-TX
               GO TO GUARDA-RELATORIO-FIM.
           ACCEPT AGORA-ARR-WS FROM TIME
           IF HORA-INI-LOG-TX NUMERIC
               AND HORA-REL-ARR-WS < HORA-INI-LOG-TX
               AND HORA-INI-LOG-TX NOT > AGORA6-ARR-WS
               GO TO GUARDA-RELATORIO-FIM.
           MOVE "CONVARQR.LIV" TO TRAVA-LIV-WS
           MOVE "CONVARQR.LCK" TO TRAVA-LCK-WS
           PERFORM OBTEM-TRAVA THRU OBTEM-TRAVA-EXIT
           MOVE 0 TO NUMERO-ARR-WS
           MOVE "N" TO FIM-ARR-WS
           OPEN INPUT ARQ-ARR
           IF ESTADO-ARR = ZEROS
               PERFORM LE-ARQUIVADO THRU LE-ARQUIVADO-EXIT
                   UNTIL ACABOU-ARR
               CLOSE ARQ-ARR.
           ADD 1 TO NUMERO-ARR-WS
           MOVE NUMERO-ARR-WS TO NUMERO-ARQ-ARR-WS
           MOVE 0 TO RETURN-CODE
           CALL "CBL_COPY_FILE" USING NOME-REL-ARR-WS NOME-ARQ-ARR-WS
           IF RETURN-CODE NOT = ZEROS
               PERFORM SOLTA-TRAVA
               GO TO GUARDA-RELATORIO-FIM.
           MOVE SPACES TO REGARR-TX
           MOVE NUMERO-ARR-WS TO NUMERO-ARR-TX
           MOVE PROGRAMA-LOG-TX TO PROGRAMA-ARR-TX
           MOVE DATA-REL-ARR-WS TO DATA-ARR-TX
           MOVE HORA-REL-ARR-WS TO HORA-ARR-TX
           MOVE OPERADOR-LOG-TX TO OPERADOR-ARR-TX
           MOVE NOME-REL-ARR-WS TO ORIGEM-ARR-TX
           MOVE FILTRO-LOG-TX TO FILTRO-ARR-TX
           PERFORM FILIAL-ARQUIVADO
           PERFORM PERIODO-ARQUIVADO
           PERFORM VENCE-ARQUIVADO
           OPEN EXTEND ARQ-ARR
           IF ESTADO-ARR NOT = ZEROS
               OPEN OUTPUT ARQ-ARR.
           WRITE REGARR-TX
           CLOSE ARQ-ARR
           PERFORM SOLTA-TRAVA.
       GUARDA-RELATORIO-FIM.
           MOVE SPACES TO NOME-REL-ARR-WS
           MOVE RC-ARR-WS TO RETURN-CODE.
       GUARDA-RELATORIO-EXIT.
           EXIT.
      *
       LE-ARQUIVADO.
           READ ARQ-ARR AT END MOVE "S" TO FIM-ARR-WS END-READ
           IF ACABOU-ARR GO TO LE-ARQUIVADO-EXIT.
           IF NUMERO-ARR-TX NUMERIC
               AND NUMERO-ARR-TX > NUMERO-ARR-WS
               MOVE NUMERO-ARR-TX TO NUMERO-ARR-WS.
       LE-ARQUIVADO-EXIT.
           EXIT.
      *
      *    FILIAL DO FILTRO: "FILIAL=nn" OU "FIL=nn"; SEM ELA, 00
       FILIAL-ARQUIVADO.
           MOVE 0 TO FILIAL-ARR-TX
           MOVE 0 TO POS-ARR-WS
           INSPECT FILTRO-LOG-TX TALLYING POS-ARR-WS
               FOR CHARACTERS BEFORE INITIAL "FILIAL="
           IF POS-ARR-WS < 32
               IF FILTRO-LOG-TX (POS-ARR-WS + 8:2) NUMERIC
                   MOVE FILTRO-LOG-TX (POS-ARR-WS + 8:2)
                       TO FILIAL-ARR-TX
               END-IF
           ELSE
               MOVE 0 TO POS-ARR-WS
               INSPECT FILTRO-LOG-TX TALLYING POS-ARR-WS
                   FOR CHARACTERS BEFORE INITIAL "FIL="
               IF POS-ARR-WS < 35
                   AND FILTRO-LOG-TX (POS-ARR-WS + 5:2) NUMERIC
                   MOVE FILTRO-LOG-TX (POS-ARR-WS + 5:2)
                       TO FILIAL-ARR-TX.
      *
      *    PERIODO DO FILTRO ("MES=mm/aaaa"); SEM ELE, O MES EM QUE O
      *    RELATORIO FOI GERADO
       PERIODO-ARQUIVADO.
           MOVE DATA-REL-ARR-WS (1:6) TO PERIODO-6-ARR-WS
           MOVE 0 TO POS-ARR-WS
           INSPECT FILTRO-LOG-TX TALLYING POS-ARR-WS
               FOR CHARACTERS BEFORE INITIAL "MES="
           IF POS-ARR-WS < 30
               IF FILTRO-LOG-TX (POS-ARR-WS + 5:2) NUMERIC
                   AND FILTRO-LOG-TX (POS-ARR-WS + 7:1) = "/"
                   AND FILTRO-LOG-TX (POS-ARR-WS + 8:4) NUMERIC
                   MOVE FILTRO-LOG-TX (POS-ARR-WS + 5:2)
                       TO MES-PER-ARR-WS
                   MOVE FILTRO-LOG-TX (POS-ARR-WS + 8:4)
                       TO ANO-PER-ARR-WS.
           MOVE PERIODO-6-ARR-WS TO PERIODO-ARR-TX.
      *
      *    VENCIMENTO DA GUARDA PELO TIPO DO PROGRAMA
       VENCE-ARQUIVADO.
           MOVE "G" TO TIPO-ARR-WS
           PERFORM VARYING IDX-PRG-ARR-WS FROM 1 BY 1
               UNTIL IDX-PRG-ARR-WS > QTD-PRG-ARR-VL
               OR NOME-PRG-ARR-VL (IDX-PRG-ARR-WS) = PROGRAMA-LOG-TX
           END-PERFORM
           IF IDX-PRG-ARR-WS NOT > QTD-PRG-ARR-VL
               MOVE TIPO-PRG-ARR-VL (IDX-PRG-ARR-WS) TO TIPO-ARR-WS.
           PERFORM VARYING IDX-TIPO-ARR-WS FROM 1 BY 1
               UNTIL IDX-TIPO-ARR-WS > QTD-TIPO-ARR-VL
               OR CODIGO-TIPO-ARR-VL (IDX-TIPO-ARR-WS) = TIPO-ARR-WS
           END-PERFORM
           MOVE DATA-REL-ARR-WS TO VENCE-8-ARR-WS
           COMPUTE MESES-ARR-WS = ANO-VENCE-ARR-WS * 12
               + MES-VENCE-ARR-WS - 1
               + MESES-TIPO-ARR-VL (IDX-TIPO-ARR-WS)
           DIVIDE MESES-ARR-WS BY 12 GIVING ANO-VENCE-ARR-WS
               REMAINDER MES-VENCE-ARR-WS
           ADD 1 TO MES-VENCE-ARR-WS
           IF DIA-VENCE-ARR-WS > 28
               MOVE 28 TO DIA-VENCE-ARR-WS.
           MOVE VENCE-8-ARR-WS TO VENCE-ARR-TX.
