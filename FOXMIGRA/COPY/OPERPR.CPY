      *
      *    COPY OPERPR
      *    AUTENTICACAO DO OPERADOR NA ENTRADA DO PROGRAMA: O CODIGO
      *    DIGITADO (OU O DO CONVPARM.DAT NA CADEIA) TEM DE ESTAR NO
      *    CADASTRO DE OPERADORES (ARQ. "CONVOPER.DAT"), ATIVO, COM A
      *    SENHA CERTA E COM PERMISSAO PARA O PROGRAMA NA TABELA
      *    "CONVPERM.DAT". A RECUSA SAI NO CONVLOG.LOG E O PROGRAMA
      *    TERMINA COM CODIGO 8 (O CONVLOTE INTERROMPE A CADEIA).
      *
      *    SEM O CADASTRO DE OPERADORES O PROGRAMA SEGUE SEM
      *    CONFERENCIA, COMO SEMPRE FOI; SEM A TABELA DE PERMISSOES
      *    CONFERE SO O OPERADOR E A SENHA.
       AUTENTICA-OPERADOR.
           MOVE SPACES TO MOTIVO-ACE-WS
           MOVE OPERADOR-EXEC-WS TO CODIGO-BUSCA-OPE-WS
           MOVE PROGRAMA-ACE-WS TO PROGRAMA-BUSCA-OPE-WS
           PERFORM LOCALIZA-OPERADOR THRU LOCALIZA-OPERADOR-EXIT
           IF NOT CADASTRO-OPE-EXISTE
               GO TO AUTENTICA-OPERADOR-EXIT.
           IF NOT ACHOU-OPE
               MOVE "NAO CADASTRADO" TO MOTIVO-ACE-WS
               GO TO AUTENTICA-OPERADOR-RECUSA.
           IF NOT ATIVO-ACHADO-OPE
               MOVE "INATIVO" TO MOTIVO-ACE-WS
               GO TO AUTENTICA-OPERADOR-RECUSA.
           IF SEM-SENHA-ACE
               GO TO AUTENTICA-OPERADOR-PERMISSAO.
           MOVE SPACES TO SENHA-DIG-OPE-WS
           DISPLAY (23, 10) "Senha do operador.......:"
           ACCEPT (23, 36) SENHA-DIG-OPE-WS WITH PROMPT UPDATE
           IF SENHA-DIG-OPE-WS NOT = SENHA-ACHADO-OPE-WS
               MOVE "SENHA INVALIDA" TO MOTIVO-ACE-WS
               GO TO AUTENTICA-OPERADOR-RECUSA.
       AUTENTICA-OPERADOR-PERMISSAO.
           PERFORM CONFERE-PERMISSAO THRU CONFERE-PERMISSAO-EXIT
           IF PERMITIDO-OPE
               GO TO AUTENTICA-OPERADOR-EXIT.
           MOVE "SEM PERMISSAO" TO MOTIVO-ACE-WS.
       AUTENTICA-OPERADOR-RECUSA.
           PERFORM GRAVA-LOG-ACESSO
           DISPLAY (24, 10) "ACESSO NEGADO - "
           DISPLAY (24, 26) MOTIVO-ACE-WS
           MOVE 8 TO RETURN-CODE
           GOBACK.
       AUTENTICA-OPERADOR-EXIT.
           EXIT.
      *
      *    PROCURA CODIGO-BUSCA-OPE-WS NO CADASTRO DE OPERADORES.
      *    CADASTRO-OPE-EXISTE SO LIGA COM PELO MENOS UM OPERADOR
      *    CADASTRADO (ARQUIVO VAZIO VALE COMO SEM CADASTRO)
       LOCALIZA-OPERADOR.
           MOVE "N" TO CADASTRO-OPE-WS
           MOVE "N" TO ACHOU-OPE-WS
           MOVE "N" TO FIM-OPE-WS
           OPEN INPUT ARQ-OPE
           IF ESTADO-OPE NOT = ZEROS
               GO TO LOCALIZA-OPERADOR-EXIT.
           PERFORM LE-OPE THRU LE-OPE-EXIT
               UNTIL ACABOU-OPE OR ACHOU-OPE
           CLOSE ARQ-OPE.
       LOCALIZA-OPERADOR-EXIT.
           EXIT.
      *
       LE-OPE.
           READ ARQ-OPE AT END MOVE "S" TO FIM-OPE-WS END-READ
           IF ACABOU-OPE GO TO LE-OPE-EXIT.
           MOVE "S" TO CADASTRO-OPE-WS
           IF CODIGO-OPE-TX = CODIGO-BUSCA-OPE-WS
               MOVE "S" TO ACHOU-OPE-WS
               MOVE NOME-OPE-TX  TO NOME-ACHADO-OPE-WS
               MOVE SENHA-OPE-TX TO SENHA-ACHADO-OPE-WS
               MOVE ATIVO-OPE-TX TO ATIVO-ACHADO-OPE-WS.
       LE-OPE-EXIT.
           EXIT.
      *
      *    CONFERE SE O OPERADOR CODIGO-BUSCA-OPE-WS PODE RODAR O
      *    PROGRAMA PROGRAMA-BUSCA-OPE-WS: A LINHA COM O PROPRIO
      *    NOME SEMPRE LIBERA; "*" LIBERA AS ROTINAS COMUNS E "CAD*"
      *    OS CADASTROS, NUNCA OS PROGRAMAS SENSIVEIS. AS TELAS SO
      *    DE CONSULTA COM PREFIXO "CAD" CONTAM COMO ROTINA COMUM
       CONFERE-PERMISSAO.
           MOVE "N" TO PERMITIDO-OPE-WS
           MOVE "R" TO NIVEL-ACE-WS
           PERFORM VARYING IDX-CONS-VL-WS FROM 1 BY 1
               UNTIL IDX-CONS-VL-WS > QTD-CONS-VL
               OR PROGRAMA-CONS-VL (IDX-CONS-VL-WS)
                   = PROGRAMA-BUSCA-OPE-WS
           END-PERFORM
           IF PROGRAMA-BUSCA-OPE-WS (1:3) = "CAD"
           AND IDX-CONS-VL-WS > QTD-CONS-VL
               MOVE "C" TO NIVEL-ACE-WS.
           PERFORM VARYING IDX-SENS-VL-WS FROM 1 BY 1
               UNTIL IDX-SENS-VL-WS > QTD-SENS-VL
               OR PROGRAMA-SENS-VL (IDX-SENS-VL-WS)
                   = PROGRAMA-BUSCA-OPE-WS
           END-PERFORM
           IF IDX-SENS-VL-WS NOT > QTD-SENS-VL
               MOVE "S" TO NIVEL-ACE-WS.
           MOVE "N" TO FIM-PER-WS
           OPEN INPUT ARQ-PER
           IF ESTADO-PER NOT = ZEROS
               MOVE "S" TO PERMITIDO-OPE-WS
               GO TO CONFERE-PERMISSAO-EXIT.
           PERFORM LE-PER THRU LE-PER-EXIT
               UNTIL ACABOU-PER OR PERMITIDO-OPE
           CLOSE ARQ-PER.
       CONFERE-PERMISSAO-EXIT.
           EXIT.
      *
       LE-PER.
           READ ARQ-PER AT END MOVE "S" TO FIM-PER-WS END-READ
           IF ACABOU-PER GO TO LE-PER-EXIT.
           IF OPERADOR-PER-TX NOT = CODIGO-BUSCA-OPE-WS
               GO TO LE-PER-EXIT.
           IF PROGRAMA-PER-TX = PROGRAMA-BUSCA-OPE-WS
               MOVE "S" TO PERMITIDO-OPE-WS.
           IF PROGRAMA-PER-TX = "*" AND NIVEL-ROTINA
               MOVE "S" TO PERMITIDO-OPE-WS.
           IF PROGRAMA-PER-TX = "CAD*" AND NIVEL-CADASTRO
               MOVE "S" TO PERMITIDO-OPE-WS.
       LE-PER-EXIT.
           EXIT.
      *
      *    GRAVA A RECUSA DE ACESSO NO LOG PERSISTENTE DE EXECUCOES
      *    (CONVLOG.LOG), COM O OPERADOR TENTADO E O MOTIVO
       GRAVA-LOG-ACESSO.
           MOVE PROGRAMA-ACE-WS TO PROGRAMA-ACE-TX
           ACCEPT DATA-EXEC-ACE-TX FROM DATE YYYYMMDD
           ACCEPT HORA-EXEC-ACE-TX FROM TIME
           MOVE CODIGO-BUSCA-OPE-WS TO OPERADOR-ACE-TX
           MOVE HORA-EXEC-ACE-TX TO HORA-INI-ACE-TX
           MOVE 0 TO DURACAO-ACE-TX
           MOVE SPACES TO FILTRO-ACE-TX
           STRING "ACESSO NEGADO " PROGRAMA-BUSCA-OPE-WS " "
               MOTIVO-ACE-WS
               DELIMITED BY SIZE
               INTO FILTRO-ACE-TX
           MOVE 0 TO LIDOS-ACE-TX GRAVADOS-ACE-TX GRAVADOS2-ACE-TX
           OPEN EXTEND ARQ-ACE
           IF  ESTADO-ACE NOT = ZEROS
               OPEN OUTPUT ARQ-ACE.
           WRITE REGACE-TX
           CLOSE ARQ-ACE.
