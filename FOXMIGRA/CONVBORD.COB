      *
      *    ESTE PROGRAMA GERA ARQ. TXT DE BORDERO
      *  
      *
      *    DATA DA ALTERACAO: 10/96
      *
      *    MODO TESTE DO CONVLOTE (DRIVE DE RASCUNHO NA LINHA DO
      *    CONVPARM.DAT): AS ENTRADAS CONTINUAM VINDO DO DRIVE DOS
      *    ARQS, MAS OS ARQUIVOS GERADOS VAO PARA O DRIVE DE RASCUNHO
      *    COM O CABECALHO MARCADO COMO TESTE (NAO PODEM SER
      *    MANIFESTADOS NEM TRANSMITIDOS), E A LINHA DO CONVLOG.LOG
      *    TAMBEM FICA NO RASCUNHO.
      *    O CHECKPOINT (CONVCKP.DAT) E A FAIXA DE DATAS COMPARTILHADA
      *    (CONVFXD.DAT) NAO SAO ATUALIZADOS NO TESTE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ESTADO.
      *
           SELECT      ARQ-LOG    ASSIGN     TO   DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ESTADO-LOG.
      *
           SELECT      ARQ-FXD    ASSIGN     TO   "CONVFXD.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ESTADO-FXD.
      *
           COPY OPERSL.
      *
       DATA DIVISION.
       FILE SECTION.
      *
      *    REGISTRO DE LOG DE EXECUCAO (ARQ. "CONVLOG.LOG")
       FD  ARQ-LOG
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID ARQLOG-NOME-WS.
           COPY LOGCONV.
      *
      *    REGISTRO DE PARAMETROS DE EXECUCAO (ARQ. "CONVPARM.DAT")
           LABEL RECORD IS STANDARD.
           COPY FAIXADT.

           COPY OPERFD.
      *
       WORKING-STORAGE SECTION.
      *
       77  ESTADO                PIC X(02).
           COPY DADOS.
           COPY TELAWS.
           COPY PARMAUTO.
      *
           COPY OPERWS.
           COPY DURAWS.
       77  FALHOU-BTV-WS   VALUE "N"           PIC X(01).
           88  FALHOU-BTV                      VALUE "S".
           PERFORM CARREGA-FILIAL
           PERFORM CARREGA-FECH
           PERFORM CARREGA-PARM
           PERFORM PREPARA-TESTE
           IF MODO-AUTO
               MOVE DRIVE-PARM-WS TO U-BORD-WS
               MOVE FILIAL-INI-PARM-WS TO FILIAL-BORD-WS.
           DISPLAY (9, 10) "Operador................:"
           IF NOT MODO-AUTO
               ACCEPT (, ) OPERADOR-EXEC-WS WITH PROMPT UPDATE.
           MOVE "CONVBORD" TO PROGRAMA-ACE-WS
           MOVE MODO-AUTO-WS TO SEM-SENHA-ACE-WS
           PERFORM AUTENTICA-OPERADOR THRU AUTENTICA-OPERADOR-EXIT.

           DISPLAY (10, 10) "Informe o Drive dos arqs:"
           IF NOT MODO-AUTO
               ACCEPT (, ) U-BORD-WS WITH PROMPT UPDATE
               ACCEPT ESCAPE-77 FROM ESCAPE KEY
               IF ESCAPE-77 NOT = ZEROS STOP RUN.
      *
      *    NO MODO TESTE OS ARQUIVOS GERADOS VAO PARA O DRIVE DE
      *    RASCUNHO
           IF MODO-TESTE
               MOVE DRIVE-TESTE-PARM-WS TO U-BORD-WS.
           MOVE U-BORD-WS TO U-BORD-TX.

           DISPLAY (11, 10) "Informe a Filial .......:"
           MOVE ANO-INI-WS TO ANO-FIM-WS
           IF MES-FIM-WS < MES-INI-WS
               COMPUTE ANO-FIM-WS = ANO-INI-WS + 1.
           IF NOT MODO-TESTE
               PERFORM ATUALIZA-FXD.

           DISPLAY (14, 10) "LIDOS:      GRAVADOS:    REJEITADOS:".
           MOVE FILIAL-BORD-WS   TO FILIAL-BORD-TX.
               MOVE "S" TO FALHOU-GRV-WS
               PERFORM EFETIVA-SAIDAS
               MOVE "N" TO FALHOU-GRV-WS
               IF NOT MODO-TESTE
                   PERFORM ATUALIZA-CKP
               END-IF
               GO 020-ABRE-ARQ.

           MOVE 0 TO KEY-NUM-WS LIDOS-77 GRAVADOS-77 GRAVADOS2-77
               ADD GRAVADOS-77 TO TOTAL-GRAVADOS-77
               CLOSE ARQ-TX
               PERFORM EFETIVA-SAIDAS
              IF NOT FALHOU-BTV AND NOT MODO-TESTE
                  PERFORM ATUALIZA-CKP
              END-IF
              GO 020-ABRE-ARQ.
           MOVE "CONVBORD" TO PROGRAMA-CAB-WS
           ACCEPT DATA-GER-CAB-WS FROM DATE YYYYMMDD
           ACCEPT HORA-GER-CAB-WS FROM TIME
           MOVE SPACE TO TESTE-CAB-WS
           IF MODO-TESTE
               MOVE "T" TO TESTE-CAB-WS
           END-IF
           MOVE FILIAL-BORD-WS TO FILIAL-CAB-WS
           MOVE SPACES TO FAIXA-CAB-WS
           STRING "DRIVE=" U-BORD-WS " DIA=" INICIAL-WS
               MOVE FILTRO-PARM-TX     TO FILTRO-PARM-WS
               MOVE TELA-PARM-TX       TO TELA-PARM-WS
               MOVE OPERADOR-PARM-TX   TO OPERADOR-PARM-WS
               MOVE OPERADOR-PARM-TX   TO OPERADOR-EXEC-WS
               MOVE TESTE-PARM-TX      TO DRIVE-TESTE-PARM-WS.
       LE-PRM-EXIT.
           EXIT.
      *
      *    (CONVSENH.DAT) E SAI REGISTRADA NO CONVLIB.LOG COM O
      *    OPERADOR, ALEM DA LINHA DE SEMPRE NO CONVLOG.LOG
           IF LIBERA-FECH
               PERFORM CONFERE-SENHA THRU CONFERE-SENHA-EXIT
               IF NOT SENHA-OK
                   MOVE "N" TO LIBERA-FECH-WS
                   DISPLAY (24, 10) "SENHA DO SUPERVISOR INVALIDA"
         
      *
           COPY DURAPR.
      *
           COPY OPERPR.
      *
           COPY TESTEPR.
