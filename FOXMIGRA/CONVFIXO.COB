      *
      *    ESTE PROGRAMA GERA ARQ. TXT DE ARQ FIXO DO ESTOQUE
      *    ARQUIVO DE ARQFIXO
      *
      *    DATA DA ALTERACAO: 10/96
      *
      *    O RESUMO DE ALTERACOES (ARQFIXO.DIF) PASSA A TRAZER O PRECO
      *    DE TABELA ANTERIOR E O NOVO DE CADA ITEM, PARA A EMISSAO
      *    DAS ETIQUETAS DE GONDOLA (CONVGOND)
      *
      *    DATA DA ALTERACAO: 10/96
      *
      *    MODO TESTE DO CONVLOTE (DRIVE DE RASCUNHO NA LINHA DO
      *    CONVPARM.DAT): AS ENTRADAS CONTINUAM VINDO DO DRIVE DOS
      *    ARQS, MAS OS ARQUIVOS GERADOS VAO PARA O DRIVE DE RASCUNHO
      *    COM O CABECALHO MARCADO COMO TESTE (NAO PODEM SER
      *    MANIFESTADOS NEM TRANSMITIDOS), E A LINHA DO CONVLOG.LOG
      *    TAMBEM FICA NO RASCUNHO.
      *    O RESUMO DE ALTERACOES CONTINUA COMPARANDO COM O ARQUIVO
      *    DE PRODUCAO DA EXECUCAO ANTERIOR.
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
           SELECT      ARQ-DIF    ASSIGN     TO   DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ESTADO.
      *
           COPY OPERSL.
      *
       DATA DIVISION.
       FILE SECTION.
       01  REGDIF-TX.
           05  TIPO-DIF-TX                    PIC X(10).
           05  CODIGO-DIF-TX                  PIC 9(07).
           05  VALOR-ANT-DIF-TX               PIC 9(11).
           05  VALOR-NOVO-DIF-TX              PIC 9(11).
      *    REGISTRO CABECALHO (COPY CABCONV, GRAVADO NA ABERTURA)
       01  REGDIF-TX-CAB                 PIC X(65).
      *
      *    REGISTRO DE LOG DE EXECUCAO (ARQ. "CONVLOG.LOG")
       FD  ARQ-LOG
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID ARQLOG-NOME-WS.
           COPY LOGCONV.
      *
      *    REGISTRO DE PARAMETROS DE EXECUCAO (ARQ. "CONVPARM.DAT")
           LABEL RECORD IS STANDARD.
           COPY PARMCONV.

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

           MOVE "CONVFIXO" TO PROGRAMA-EXEC-WS
           PERFORM CARREGA-PARM
           PERFORM PREPARA-TESTE
           IF MODO-AUTO
               MOVE DRIVE-PARM-WS TO U-FIXO-WS
           IF MODO-AUTO AND TELA-PARM-WS NOT = ZEROS
           DISPLAY (9, 10) "Operador................:"
           IF NOT MODO-AUTO
               ACCEPT (, ) OPERADOR-EXEC-WS WITH PROMPT UPDATE.
           MOVE "CONVFIXO" TO PROGRAMA-ACE-WS
           MOVE MODO-AUTO-WS TO SEM-SENHA-ACE-WS
           PERFORM AUTENTICA-OPERADOR THRU AUTENTICA-OPERADOR-EXIT.

           DISPLAY (10, 10) "Informe o Drive dos arqs:"
           IF NOT MODO-AUTO
               PERFORM LE-OLD-FIXO UNTIL ACABOU-OLD
               CLOSE ARQ-OLD.

      *    NO MODO TESTE OS ARQUIVOS GERADOS VAO PARA O DRIVE DE
      *    RASCUNHO (O ANTERIOR ACIMA E LIDO DA PRODUCAO)
           IF MODO-TESTE
               MOVE DRIVE-TESTE-PARM-WS TO U-FIXO-TX
               MOVE DRIVE-TESTE-PARM-WS TO U-FIXO-INV
               MOVE DRIVE-TESTE-PARM-WS TO U-FIXO-DIF.
           MOVE "N" TO FALHOU-GRV-WS
           MOVE ".TMP" TO EXT-FIXO-TX
           MOVE ".TMQ" TO EXT-FIXO-INV
           MOVE "CONVFIXO" TO PROGRAMA-CAB-WS
           ACCEPT DATA-GER-CAB-WS FROM DATE YYYYMMDD
           ACCEPT HORA-GER-CAB-WS FROM TIME
           MOVE SPACE TO TESTE-CAB-WS
           IF MODO-TESTE
               MOVE "T" TO TESTE-CAB-WS
           END-IF
           MOVE ZEROS TO FILIAL-CAB-WS
           MOVE SPACES TO FAIXA-CAB-WS
           STRING "DRIVE=" U-FIXO-WS " ATIVOS=" SOMENTE-ATIVOS-WS
               MOVE FILTRO-PARM-TX     TO FILTRO-PARM-WS
               MOVE TELA-PARM-TX       TO TELA-PARM-WS
               MOVE OPERADOR-PARM-TX   TO OPERADOR-PARM-WS
               MOVE OPERADOR-PARM-TX   TO OPERADOR-EXEC-WS
               MOVE TESTE-PARM-TX      TO DRIVE-TESTE-PARM-WS.
       LE-PRM-EXIT.
           EXIT.
      *
           IF  IDX-OLD-WS > QTD-OLD-WS
               MOVE "NOVO"          TO TIPO-DIF-TX
               MOVE CODIGO-NUM-WS   TO CODIGO-DIF-TX
               MOVE ZEROS           TO VALOR-ANT-DIF-TX
               MOVE VALOR-TAB-TX    TO VALOR-NOVO-DIF-TX
               WRITE REGDIF-TX
               IF ESTADO NOT = ZEROS PERFORM GRAVA-ERRO-GRV END-IF
           ELSE
               IF  LINHA-TAB-OLD-WS (IDX-OLD-WS) NOT = REGFIXO-TX
                   MOVE "ALTERADO"      TO TIPO-DIF-TX
                   MOVE CODIGO-NUM-WS   TO CODIGO-DIF-TX
                   MOVE LINHA-TAB-OLD-WS (IDX-OLD-WS) (54:11)
                                        TO VALOR-ANT-DIF-TX
                   MOVE VALOR-TAB-TX    TO VALOR-NOVO-DIF-TX
                   WRITE REGDIF-TX.
      *
      *    GRAVA EM ARQ-DIF OS REGISTROS DA EXECUCAO ANTERIOR QUE NAO
           IF  SEEN-TAB-OLD-WS (IDX-OLD-WS) = "N"
               MOVE "REMOVIDO" TO TIPO-DIF-TX
               MOVE CODIGO-TAB-OLD-WS (IDX-OLD-WS) TO CODIGO-DIF-TX
               MOVE LINHA-TAB-OLD-WS (IDX-OLD-WS) (54:11)
                                   TO VALOR-ANT-DIF-TX
               MOVE ZEROS          TO VALOR-NOVO-DIF-TX
               WRITE REGDIF-TX.
      *
      *    EFETIVA OS ARQUIVOS GRAVADOS SOB NOME TEMPORARIO (OU
           
      *
           COPY DURAPR.
      *
           COPY OPERPR.
      *
           COPY TESTEPR.
