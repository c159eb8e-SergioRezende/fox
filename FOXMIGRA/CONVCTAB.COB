      *    CARREGA O DIARIO E QUE O RECALCULA. A CONTABILIZACAO DO
      *    MOVIMENTO VIRA PASSO DE LOTE EM VEZ DE TRABALHO DE
      *    DIGITACAO.
      *
      *    DATA DA ALTERACAO: 10/96
      *
      *    O DIGITO VERIFICADOR DA CONTA (D-CHEC) DEIXOU DE SAIR
      *    ZERADO: VEM DO PLANO DE CONTAS ("ARQPLANO.DAT" DO
      *    CADPLANO), PARA O LOTE PASSAR NA CONFERENCIA DO CONVPLVA.
      *    CONTA FORA DO PLANO CONTINUA COM DIGITO ZERO E E APONTADA
      *    LA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           COPY FILIALSL.
      *
           COPY EVENTSL.
      *
           COPY PLANOSL.
      *
           COPY OPERSL.
      *
       DATA DIVISION.
       FILE SECTION.
           COPY FILIALFD.
      *
           COPY EVENTFD.
      *
           COPY PLANOFD.
      *
           COPY OPERFD.
      *
       WORKING-STORAGE SECTION.
      *
      *
           COPY TELAWS.
           COPY PARMAUTO.
      *
           COPY OPERWS.
           COPY DURAWS.
           COPY EVENTVL.
           COPY PLANOVL.
           COPY FILIALVL.
      *
       PROCEDURE DIVISION.

           PERFORM CARREGA-FILIAL
           PERFORM CARREGA-EVENTO
           PERFORM CARREGA-PLANO THRU CARREGA-PLANO-EXIT
           MOVE "CONVCTAB" TO PROGRAMA-EXEC-WS
           PERFORM CARREGA-PARM
           IF MODO-AUTO AND TELA-PARM-WS NOT = ZEROS
           DISPLAY (9, 10) "Operador................:"
           IF NOT MODO-AUTO
               ACCEPT (, ) OPERADOR-EXEC-WS WITH PROMPT UPDATE.
           MOVE "CONVCTAB" TO PROGRAMA-ACE-WS
           MOVE MODO-AUTO-WS TO SEM-SENHA-ACE-WS
           PERFORM AUTENTICA-OPERADOR THRU AUTENTICA-OPERADOR-EXIT.

           DISPLAY (10, 10) "Informe o Drive dos arqs:"
           IF NOT MODO-AUTO
           EXIT.
      *
       GRAVA-LANCAMENTO.
           MOVE CONTA-CTB TO CONTA-BUSCA-PLA-WS
           PERFORM ACHA-PLANO
           IF IDX-ACHADO-PLA-WS = ZEROS
               MOVE 0 TO CHEC-CTB
           ELSE
               MOVE DIGITO-TAB-PLA-WS (IDX-ACHADO-PLA-WS) TO CHEC-CTB.
           MOVE DATA-MOV-WS TO DATA-L-CTB DATA-D-CTB
           MOVE SEQ-LANC-WS TO NUM-CTB
           MOVE 0 TO CH-CTB
           COPY FILIALPR.
      *
           COPY EVENTPR.
      *
           COPY PLANOPR.
      *
           COPY DURAPR.
      *
           COPY OPERPR.
