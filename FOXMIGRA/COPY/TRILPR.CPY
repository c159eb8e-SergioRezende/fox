      *
      *    COPY TRILPR
      *    GRAVA UMA LINHA NA TRILHA DE ALTERACOES DOS CADASTROS
      *    (ARQ. "CADTRIL.LOG") COM O OPERADOR DA MANUTENCAO. A
      *    ALTERACAO QUE NAO MUDOU NADA (IMAGENS IGUAIS) NAO E GRAVADA.
       GRAVA-TRILHA.
           IF OPERACAO-TRL-WS = "A" AND ANTES-TRL-WS = DEPOIS-TRL-WS
               GO TO GRAVA-TRILHA-EXIT.
           MOVE OPERADOR-EXEC-WS TO OPERADOR-TRL-TX
           ACCEPT DATA-TRL-TX FROM DATE YYYYMMDD
           ACCEPT HORA-TRL-TX FROM TIME
           MOVE CADASTRO-TRL-WS  TO CADASTRO-TRL-TX
           MOVE OPERACAO-TRL-WS  TO OPERACAO-TRL-TX
           MOVE CHAVE-TRL-WS     TO CHAVE-TRL-TX
           MOVE ANTES-TRL-WS     TO ANTES-TRL-TX
           MOVE DEPOIS-TRL-WS    TO DEPOIS-TRL-TX
           OPEN EXTEND ARQ-TRL
           IF  ESTADO-TRL NOT = ZEROS
               OPEN OUTPUT ARQ-TRL.
           WRITE REGTRL-TX
           CLOSE ARQ-TRL.
       GRAVA-TRILHA-EXIT.
           EXIT.
