      *
      *    COPY TESTEPR
      *    MONTA OS NOMES DO CONVLOG.LOG E DO TRANSF.LOG DA EXECUCAO
      *    (COPY PARMAUTO): NO MODO TESTE DO CONVLOTE FICAM NO DRIVE
      *    DE RASCUNHO, PARA A CADEIA DE TESTE NAO MEXER NOS LOGS DE
      *    PRODUCAO. EXECUTAR DEPOIS DO CARREGA-PARM.
      *
       PREPARA-TESTE.
           MOVE "CONVLOG.LOG" TO ARQLOG-NOME-WS
           MOVE "TRANSF.LOG" TO ARQTRF-NOME-WS
           IF MODO-TESTE
               MOVE SPACES TO ARQLOG-NOME-WS ARQTRF-NOME-WS
               STRING DRIVE-TESTE-PARM-WS ":CONVLOG.LOG"
                   DELIMITED BY SIZE INTO ARQLOG-NOME-WS
               STRING DRIVE-TESTE-PARM-WS ":TRANSF.LOG"
                   DELIMITED BY SIZE INTO ARQTRF-NOME-WS.
