      *    DATA/HORA QUE O GRAVA-LOG-FECHADO DO CHAMADOR ACABOU DE
      *    MONTAR, PARA A LIBERACAO SAIR COM A MESMA IDENTIFICACAO.
      *
      *    COM O CADASTRO DE OPERADORES (COPY OPERPR) QUEM LIBERA E
      *    UM OPERADOR ATIVO, COM A PROPRIA SENHA E COM A PERMISSAO
      *    "LIBERA" NA TABELA DE PERMISSOES; SEM ELE VALE A SENHA
      *    UNICA DO CONVSENH.DAT, E SEM O ARQUIVO DE SENHA A
      *    LIBERACAO SEGUE SEM CONFERENCIA
       CONFERE-SENHA.
           MOVE "S" TO SENHA-OK-WS
           MOVE SPACES TO SUPERVISOR-LIB-WS
           MOVE OPERADOR-EXEC-WS TO CODIGO-BUSCA-OPE-WS
           PERFORM LOCALIZA-OPERADOR THRU LOCALIZA-OPERADOR-EXIT
           IF CADASTRO-OPE-EXISTE
               PERFORM CONFERE-SUPERVISOR THRU CONFERE-SUPERVISOR-EXIT
               GO TO CONFERE-SENHA-EXIT.
           OPEN INPUT ARQ-SEN
           IF ESTADO-SEN NOT = ZEROS
               GO TO CONFERE-SENHA-EXIT.
               MOVE "N" TO SENHA-OK-WS.
       CONFERE-SENHA-EXIT.
           EXIT.
      *
      *    SUPERVISOR DO CADASTRO DE OPERADORES: A RECUSA (CODIGO,
      *    SENHA OU PERMISSAO) SAI NO CONVLOG.LOG COMO AS DEMAIS
      *    RECUSAS DE ACESSO
       CONFERE-SUPERVISOR.
           MOVE "N" TO SENHA-OK-WS
           MOVE "LIBERA" TO PROGRAMA-BUSCA-OPE-WS
           MOVE SPACES TO CODIGO-BUSCA-OPE-WS
           DISPLAY (23, 10) "Supervisor..............:"
           ACCEPT (23, 36) CODIGO-BUSCA-OPE-WS WITH PROMPT UPDATE
           PERFORM LOCALIZA-OPERADOR THRU LOCALIZA-OPERADOR-EXIT
           MOVE "SEM PERMISSAO" TO MOTIVO-ACE-WS
           IF NOT ACHOU-OPE OR NOT ATIVO-ACHADO-OPE
               MOVE "NAO CADASTRADO" TO MOTIVO-ACE-WS
               GO TO CONFERE-SUPERVISOR-RECUSA.
           MOVE SPACES TO SENHA-DIG-WS
           DISPLAY (23, 10) "Senha do supervisor.....:"
           ACCEPT (23, 36) SENHA-DIG-WS WITH PROMPT UPDATE
           IF SENHA-DIG-WS NOT = SENHA-ACHADO-OPE-WS
               MOVE "SENHA INVALIDA" TO MOTIVO-ACE-WS
               GO TO CONFERE-SUPERVISOR-RECUSA.
           PERFORM CONFERE-PERMISSAO THRU CONFERE-PERMISSAO-EXIT
           IF NOT PERMITIDO-OPE
               GO TO CONFERE-SUPERVISOR-RECUSA.
           MOVE "S" TO SENHA-OK-WS
           MOVE CODIGO-BUSCA-OPE-WS TO SUPERVISOR-LIB-WS
           GO TO CONFERE-SUPERVISOR-EXIT.
       CONFERE-SUPERVISOR-RECUSA.
           PERFORM GRAVA-LOG-ACESSO.
       CONFERE-SUPERVISOR-EXIT.
           EXIT.
      *
       GRAVA-LIBERACAO.
           MOVE OPERADOR-EXEC-WS TO OPERADOR-LIB-TX
           MOVE DATA-EXEC-LOG-TX TO DATA-LIB-TX
           MOVE HORA-EXEC-LOG-TX TO HORA-LIB-TX
           MOVE FILTRO-LOG-TX TO TEXTO-LIB-TX
           MOVE SUPERVISOR-LIB-WS TO SUPERVISOR-LIB-TX
           OPEN EXTEND ARQ-LIB
           IF  ESTADO-LIB NOT = ZEROS
               OPEN OUTPUT ARQ-LIB.
