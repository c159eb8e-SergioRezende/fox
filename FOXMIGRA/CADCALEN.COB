      *
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. CADCALEN.
       AUTHOR. LUIS AUGUSTO.
      *
      *    DATA DA ALTERACAO: 10/96
      *
      *    MANUTENCAO DO CALENDARIO DE DIAS UTEIS E FERIADOS POR
      *    FILIAL ("ARQCALEN.DAT", COPY CALENFD): FERIADOS NACIONAIS
      *    (SEMPRE NA FILIAL 00, QUE VALE PARA TODAS), ESTADUAIS E
      *    MUNICIPAIS, SABADOS AVULSOS SEM EXPEDIENTE E A MARCA "T"
      *    DA FILIAL QUE NAO TRABALHA EM NENHUM SABADO. DATA COM ANO
      *    0000 REPETE TODO ANO (FERIADO FIXO); OS MOVEIS (CARNAVAL,
      *    SEXTA-FEIRA SANTA, CORPUS CHRISTI) ENTRAM ANO A ANO. O
      *    CALENDARIO E LIDO PELOS PROGRAMAS QUE PROJETAM VENCIMENTO
      *    OU CONTAM DIAS UTEIS (COPY CALENPR): CONVMETA, CONVNOTA,
      *    CONVPAGA, CONVFLUX E CONVJURO. A TELA SO ACEITA LINHA
      *    VALIDA - TIPO CONHECIDO, FILIAL ATIVA NO ARQFILIA.DAT, DATA
      *    EXISTENTE NO CALENDARIO, SABADO AVULSO CAINDO NUM SABADO E
      *    UMA LINHA SO POR FILIAL/DATA. AS ALTERACOES VAO PARA A
      *    TRILHA DOS CADASTROS ("CADTRIL.LOG", CADASTRO "ARQCALEN").
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
           COPY CALENSL.
      *
           COPY FILIALSL.
      *
           COPY OPERSL.
      *
           COPY TRILSL.
      *
       DATA DIVISION.
       FILE SECTION.
      *
           COPY CALENFD.
      *
           COPY FILIALFD.
      *
           COPY OPERFD.
      *
           COPY TRILFD.
      *
       WORKING-STORAGE SECTION.
      *
       77  LINHA-CLD-WS          PIC 9(02).
       77  PAGINA-CLD-WS         PIC 9(02).
       77  PRIMEIRO-PAG-WS       PIC 9(03).
       77  OPCAO-WS              PIC X(01).
       77  CONFIRMA-WS           PIC X(01).
       77  DESISTIU-WS           PIC X(01).
           88  DESISTIU          VALUE "S".
      *
      *    LINHA EM EDICAO (DATA DIGITADA DDMMAAAA)
       01  CLD-ED-WS.
           05  FILIAL-ED-WS                  PIC 9(02).
           05  DATA-ED-WS.
               10  DIA-ED-WS                 PIC 9(02).
               10  MES-ED-WS                 PIC 9(02).
               10  ANO-ED-WS                 PIC 9(04).
           05  DATA-N-ED-WS REDEFINES DATA-ED-WS
                                             PIC 9(08).
           05  TIPO-ED-WS                    PIC X(01).
           05  DESCRICAO-ED-WS               PIC X(30).
       77  DATA-GRV-ED-WS                    PIC 9(08).
       77  IDX-ATUAL-CLD-WS                  PIC 9(03).
      *
      *    VALIDACAO DA LINHA EM EDICAO
       77  ERRO-CLD-WS                       PIC X(01).
           88  ERRO-CLD                      VALUE "S".
       01  MENSAGEM-CLD-WS                   PIC X(50).
      *
      *    DATA DO PAINEL EM DD/MM/AAAA
       01  DATA-TELA-WS                      PIC 99/99/9999.
       01  DATA-INV-WS.
           05  DIA-INV-WS                    PIC 9(02).
           05  MES-INV-WS                    PIC 9(02).
           05  ANO-INV-WS                    PIC 9(04).
       01  FILLER REDEFINES DATA-INV-WS.
           05  DATA-N-INV-WS                 PIC 9(08).
      *
           COPY CALENVL.
      *
           COPY FILIALVL.
      *
           COPY TELAWS.
      *
      *    OPERADOR DA MANUTENCAO, CONFERIDO NO CADASTRO DE
      *    OPERADORES (COPY OPERPR)
       77  OPERADOR-EXEC-WS VALUE "????????"   PIC X(08).
      *
           COPY OPERWS.
      *
           COPY TRILWS.
      *

       PROCEDURE DIVISION.
      *
       INICIO-010.
           DISPLAY (1, 1) ERASE.
           DISPLAY (3, 05) "Operador................:"
           ACCEPT (, ) OPERADOR-EXEC-WS WITH PROMPT UPDATE
           MOVE "CADCALEN" TO PROGRAMA-ACE-WS
           PERFORM AUTENTICA-OPERADOR THRU AUTENTICA-OPERADOR-EXIT.
           PERFORM CARREGA-FILIAL THRU CARREGA-FILIAL-EXIT
           PERFORM CARREGA-CALENDARIO THRU CARREGA-CALENDARIO-EXIT
           MOVE 1 TO PRIMEIRO-PAG-WS.
       015-MENU.
           DISPLAY (1, 1) ERASE
           DISPLAY (2, 12)
               "* CALENDARIO DE DIAS UTEIS E FERIADOS POR FILIAL *"
           DISPLAY (4, 05) "FL DATA       T DESCRICAO"
           MOVE 0 TO PAGINA-CLD-WS
           PERFORM MOSTRA-CLD
               VARYING IDX-CLD-WS FROM PRIMEIRO-PAG-WS BY 1
               UNTIL IDX-CLD-WS > QTD-CALEN-WS
               OR PAGINA-CLD-WS > 14

           DISPLAY (21, 05) "TIPO: N=NACIONAL E=ESTADUAL M=MUNICIPAL "
                            "S=SABADO T=TODO SABADO"
           DISPLAY (22, 05) "Opcao (I=Inclui A=Altera E=Exclui "
                            "P=Proxima pag F=Fim):"
           ACCEPT (, ) OPCAO-WS WITH PROMPT UPDATE
           ACCEPT ESCAPE-77 FROM ESCAPE KEY
           IF ESCAPE-77 NOT = ZEROS OR OPCAO-WS = "F"
               PERFORM GRAVA-CALENDARIO
               STOP RUN.
           IF OPCAO-WS = "I"
               PERFORM INCLUI-CLD THRU INCLUI-CLD-EXIT
               GO TO 015-MENU.
           IF OPCAO-WS = "A"
               PERFORM ALTERA-CLD THRU ALTERA-CLD-EXIT
               GO TO 015-MENU.
           IF OPCAO-WS = "E"
               PERFORM EXCLUI-CLD THRU EXCLUI-CLD-EXIT
               GO TO 015-MENU.
           IF OPCAO-WS = "P"
               ADD 15 TO PRIMEIRO-PAG-WS
               IF PRIMEIRO-PAG-WS > QTD-CALEN-WS
                   MOVE 1 TO PRIMEIRO-PAG-WS
               END-IF
               GO TO 015-MENU.
           GO TO 015-MENU.
      *
      *    MOSTRA UMA LINHA DA TABELA NO PAINEL
       MOSTRA-CLD.
           ADD 1 TO PAGINA-CLD-WS
           COMPUTE LINHA-CLD-WS = 4 + PAGINA-CLD-WS
           MOVE DATA-TAB-CLD-WS (IDX-CLD-WS) TO DATA-NUM-CLD-WS
           MOVE DIA-CLD-WS TO DIA-INV-WS
           MOVE MES-CLD-WS TO MES-INV-WS
           MOVE ANO-CLD-WS TO ANO-INV-WS
           MOVE DATA-N-INV-WS TO DATA-TELA-WS
           DISPLAY (LINHA-CLD-WS, 05) FILIAL-TAB-CLD-WS (IDX-CLD-WS)
           DISPLAY (LINHA-CLD-WS, 08) DATA-TELA-WS
           DISPLAY (LINHA-CLD-WS, 19) TIPO-TAB-CLD-WS (IDX-CLD-WS)
           DISPLAY (LINHA-CLD-WS, 21)
               DESCRICAO-TAB-CLD-WS (IDX-CLD-WS).
      *
      *    INCLUI UMA LINHA NOVA NO FIM DA TABELA
       INCLUI-CLD.
           IF QTD-CALEN-WS = 400
               DISPLAY (23, 05) "CALENDARIO CHEIO - 400 LINHAS"
               GO TO INCLUI-CLD-EXIT.
           MOVE ZEROS TO FILIAL-ED-WS DATA-N-ED-WS
           MOVE SPACES TO TIPO-ED-WS DESCRICAO-ED-WS
           MOVE 0 TO IDX-ATUAL-CLD-WS
           PERFORM DIGITA-CLD THRU DIGITA-CLD-EXIT
           IF DESISTIU GO TO INCLUI-CLD-EXIT.
           ADD 1 TO QTD-CALEN-WS
           MOVE QTD-CALEN-WS TO IDX-CLD-WS
           PERFORM GUARDA-CLD
           MOVE "I" TO OPERACAO-TRL-WS
           MOVE SPACES TO ANTES-TRL-WS
           PERFORM REGISTRA-CLD.
       INCLUI-CLD-EXIT.
           EXIT.
      *
      *    LOCALIZA A LINHA DA FILIAL/DATA INFORMADA E REDIGITA
       ALTERA-CLD.
           PERFORM LOCALIZA-CLD THRU LOCALIZA-CLD-EXIT
           IF IDX-CLD-WS > QTD-CALEN-WS GO TO ALTERA-CLD-EXIT.
           MOVE IDX-CLD-WS TO IDX-ATUAL-CLD-WS
           MOVE TIPO-TAB-CLD-WS (IDX-CLD-WS) TO TIPO-ED-WS
           MOVE DESCRICAO-TAB-CLD-WS (IDX-CLD-WS) TO DESCRICAO-ED-WS
           PERFORM DIGITA-CLD THRU DIGITA-CLD-EXIT
           IF DESISTIU GO TO ALTERA-CLD-EXIT.
           MOVE IDX-ATUAL-CLD-WS TO IDX-CLD-WS
           MOVE "A" TO OPERACAO-TRL-WS
           MOVE TAB-CALEN-ITEM (IDX-CLD-WS) TO ANTES-TRL-WS
           PERFORM GUARDA-CLD
           PERFORM REGISTRA-CLD.
       ALTERA-CLD-EXIT.
           EXIT.
      *
      *    EXCLUI A LINHA DA FILIAL/DATA INFORMADA, PUXANDO AS
      *    SEGUINTES
       EXCLUI-CLD.
           PERFORM LOCALIZA-CLD THRU LOCALIZA-CLD-EXIT
           IF IDX-CLD-WS > QTD-CALEN-WS GO TO EXCLUI-CLD-EXIT.
           DISPLAY (24, 05) "Confirma a exclusao (S/N)........:"
           MOVE "N" TO CONFIRMA-WS
           ACCEPT (, ) CONFIRMA-WS WITH PROMPT UPDATE
           IF CONFIRMA-WS NOT = "S" GO TO EXCLUI-CLD-EXIT.
           MOVE "E" TO OPERACAO-TRL-WS
           MOVE TAB-CALEN-ITEM (IDX-CLD-WS) TO ANTES-TRL-WS
           PERFORM REGISTRA-CLD
           PERFORM PUXA-CLD
               VARYING IDX-CLD-WS FROM IDX-CLD-WS BY 1
               UNTIL IDX-CLD-WS NOT < QTD-CALEN-WS
           SUBTRACT 1 FROM QTD-CALEN-WS
           MOVE 1 TO PRIMEIRO-PAG-WS.
       EXCLUI-CLD-EXIT.
           EXIT.
      *
       PUXA-CLD.
           MOVE TAB-CALEN-ITEM (IDX-CLD-WS + 1)
               TO TAB-CALEN-ITEM (IDX-CLD-WS).
      *
      *    PEDE A FILIAL E A DATA E DEVOLVE EM IDX-CLD-WS A LINHA
      *    (MAIOR QUE QTD-CALEN-WS QUANDO NAO EXISTE OU NO ESC). A
      *    MARCA "T" SE LOCALIZA PELA DATA ZERADA
       LOCALIZA-CLD.
           MOVE ZEROS TO FILIAL-ED-WS DATA-N-ED-WS
           DISPLAY (23, 05) "Filial (00=todas)................:"
           ACCEPT (, ) FILIAL-ED-WS WITH PROMPT UPDATE
           ACCEPT ESCAPE-77 FROM ESCAPE KEY
           IF ESCAPE-77 NOT = ZEROS
               COMPUTE IDX-CLD-WS = QTD-CALEN-WS + 1
               GO TO LOCALIZA-CLD-EXIT.
           DISPLAY (23, 05) "Data (ddmmaaaa, ano 0000=fixo)...:"
           ACCEPT (, ) DATA-N-ED-WS WITH PROMPT UPDATE
           MOVE ANO-ED-WS TO ANO-CLD-WS
           MOVE MES-ED-WS TO MES-CLD-WS
           MOVE DIA-ED-WS TO DIA-CLD-WS
           PERFORM VARYING IDX-CLD-WS FROM 1 BY 1
               UNTIL IDX-CLD-WS > QTD-CALEN-WS
               OR (FILIAL-TAB-CLD-WS (IDX-CLD-WS) = FILIAL-ED-WS
               AND DATA-TAB-CLD-WS (IDX-CLD-WS) = DATA-NUM-CLD-WS)
           END-PERFORM
           IF IDX-CLD-WS > QTD-CALEN-WS
               DISPLAY (24, 05) "DATA NAO CADASTRADA PARA A FILIAL".
       LOCALIZA-CLD-EXIT.
           EXIT.
      *
      *    DIGITACAO DA LINHA EM EDICAO (CLD-ED-WS). SO SAI COM A
      *    LINHA VALIDA OU COM ESC NA FILIAL (DESISTIU); A LINHA EM
      *    EDICAO E A DE INDICE IDX-ATUAL-CLD-WS (ZERO NA INCLUSAO)
       DIGITA-CLD.
           MOVE "N" TO DESISTIU-WS.
       DIGITA-CLD-CAMPOS.
           DISPLAY (23, 05) "Filial (00=todas)................:"
           ACCEPT (, ) FILIAL-ED-WS WITH PROMPT UPDATE
           ACCEPT ESCAPE-77 FROM ESCAPE KEY
           IF ESCAPE-77 NOT = ZEROS
               MOVE "S" TO DESISTIU-WS
               GO TO DIGITA-CLD-EXIT.
           DISPLAY (23, 05) "Data (ddmmaaaa, ano 0000=fixo)...:"
           ACCEPT (, ) DATA-N-ED-WS WITH PROMPT UPDATE
           DISPLAY (23, 05) "Tipo (N/E/M/S/T).................:"
           ACCEPT (, ) TIPO-ED-WS WITH PROMPT UPDATE
           DISPLAY (23, 05) "Descricao........................:"
           ACCEPT (, ) DESCRICAO-ED-WS WITH PROMPT UPDATE
           PERFORM VALIDA-CLD THRU VALIDA-CLD-EXIT
           IF ERRO-CLD
               DISPLAY (24, 05) MENSAGEM-CLD-WS
               GO TO DIGITA-CLD-CAMPOS.
           MOVE SPACES TO MENSAGEM-CLD-WS
           DISPLAY (24, 05) MENSAGEM-CLD-WS.
       DIGITA-CLD-EXIT.
           EXIT.
      *
      *    CONFERE A LINHA EM EDICAO (CLD-ED-WS) E DEIXA A DATA A
      *    GRAVAR (AAAAMMDD) EM DATA-GRV-ED-WS; NO ERRO LIGA ERRO-CLD
      *    E DEIXA O MOTIVO EM MENSAGEM-CLD-WS
       VALIDA-CLD.
           MOVE "N" TO ERRO-CLD-WS
           MOVE SPACES TO MENSAGEM-CLD-WS
           IF TIPO-ED-WS NOT = "N" AND TIPO-ED-WS NOT = "E"
               AND TIPO-ED-WS NOT = "M" AND TIPO-ED-WS NOT = "S"
               AND TIPO-ED-WS NOT = "T"
               MOVE "TIPO INVALIDO (N, E, M, S OU T)"
                   TO MENSAGEM-CLD-WS
               GO TO VALIDA-CLD-ERRO.
           IF TIPO-ED-WS = "N" AND FILIAL-ED-WS NOT = ZEROS
               MOVE "FERIADO NACIONAL VAI NA FILIAL 00"
                   TO MENSAGEM-CLD-WS
               GO TO VALIDA-CLD-ERRO.
           IF FILIAL-ED-WS = ZEROS
               GO TO VALIDA-CLD-DATA.
           PERFORM VARYING IDX-FIL-VL-WS FROM 1 BY 1
               UNTIL IDX-FIL-VL-WS > QTD-FILIAL-VL
               OR FILIAL-VL-WS (IDX-FIL-VL-WS) = FILIAL-ED-WS
           END-PERFORM
           IF IDX-FIL-VL-WS > QTD-FILIAL-VL
               MOVE "FILIAL NAO CADASTRADA OU ENCERRADA"
                   TO MENSAGEM-CLD-WS
               GO TO VALIDA-CLD-ERRO.
      *
       VALIDA-CLD-DATA.
           IF TIPO-ED-WS = "T"
               IF DATA-N-ED-WS NOT = ZEROS
                   MOVE "TIPO T (TODO SABADO) NAO LEVA DATA"
                       TO MENSAGEM-CLD-WS
                   GO TO VALIDA-CLD-ERRO
               END-IF
               MOVE ZEROS TO DATA-GRV-ED-WS
               GO TO VALIDA-CLD-REPETIDA.
           IF TIPO-ED-WS = "S" AND ANO-ED-WS = ZEROS
               MOVE "SABADO AVULSO PRECISA DO ANO"
                   TO MENSAGEM-CLD-WS
               GO TO VALIDA-CLD-ERRO.
           IF MES-ED-WS < 1 OR MES-ED-WS > 12 OR DIA-ED-WS < 1
               MOVE "DATA INVALIDA" TO MENSAGEM-CLD-WS
               GO TO VALIDA-CLD-ERRO.
      *    FERIADO FIXO CONFERE NUM ANO BISSEXTO (ACEITA 29/02)
           MOVE ANO-ED-WS TO ANO-CLD-WS
           IF ANO-ED-WS = ZEROS
               MOVE 2000 TO ANO-CLD-WS.
           MOVE MES-ED-WS TO MES-CLD-WS
           MOVE DIA-ED-WS TO DIA-CLD-WS
           PERFORM ULTIMO-DIA-CLD
           IF DIA-ED-WS > ULT-DIA-CLD-WS
               MOVE "DATA INVALIDA" TO MENSAGEM-CLD-WS
               GO TO VALIDA-CLD-ERRO.
           IF TIPO-ED-WS = "S"
               PERFORM DIA-DA-SEMANA-CLD
               IF DIA-SEMANA-CLD-WS NOT = 7
                   MOVE "A DATA NAO CAI NUM SABADO"
                       TO MENSAGEM-CLD-WS
                   GO TO VALIDA-CLD-ERRO.
           MOVE ANO-ED-WS TO ANO-CLD-WS
           MOVE DATA-NUM-CLD-WS TO DATA-GRV-ED-WS.
      *
       VALIDA-CLD-REPETIDA.
           PERFORM VARYING IDX-CLD-WS FROM 1 BY 1
               UNTIL IDX-CLD-WS > QTD-CALEN-WS
               OR (IDX-CLD-WS NOT = IDX-ATUAL-CLD-WS
               AND FILIAL-TAB-CLD-WS (IDX-CLD-WS) = FILIAL-ED-WS
               AND DATA-TAB-CLD-WS (IDX-CLD-WS) = DATA-GRV-ED-WS)
           END-PERFORM
           IF IDX-CLD-WS NOT > QTD-CALEN-WS
               MOVE "DATA JA CADASTRADA PARA A FILIAL"
                   TO MENSAGEM-CLD-WS
               GO TO VALIDA-CLD-ERRO.
           GO TO VALIDA-CLD-EXIT.
       VALIDA-CLD-ERRO.
           MOVE "S" TO ERRO-CLD-WS.
       VALIDA-CLD-EXIT.
           EXIT.
      *
      *    PASSA A LINHA EM EDICAO PARA A TABELA (INDICE IDX-CLD-WS)
       GUARDA-CLD.
           MOVE FILIAL-ED-WS    TO FILIAL-TAB-CLD-WS    (IDX-CLD-WS)
           MOVE DATA-GRV-ED-WS  TO DATA-TAB-CLD-WS      (IDX-CLD-WS)
           MOVE TIPO-ED-WS      TO TIPO-TAB-CLD-WS      (IDX-CLD-WS)
           MOVE DESCRICAO-ED-WS TO DESCRICAO-TAB-CLD-WS (IDX-CLD-WS).
      *
           COPY CALENPR.
      *
           COPY FILIALPR.
      *
      *    REGISTRA NA TRILHA DOS CADASTROS A LINHA DE INDICE
      *    IDX-CLD-WS (A IMAGEM ANTERIOR JA ESTA EM ANTES-TRL-WS)
       REGISTRA-CLD.
           MOVE "ARQCALEN" TO CADASTRO-TRL-WS
           MOVE SPACES TO DEPOIS-TRL-WS
           IF OPERACAO-TRL-WS NOT = "E"
               MOVE TAB-CALEN-ITEM (IDX-CLD-WS) TO DEPOIS-TRL-WS.
           MOVE SPACES TO CHAVE-TRL-WS
           STRING FILIAL-TAB-CLD-WS (IDX-CLD-WS) "/"
               DATA-TAB-CLD-WS (IDX-CLD-WS)
               DELIMITED BY SIZE INTO CHAVE-TRL-WS
           PERFORM GRAVA-TRILHA THRU GRAVA-TRILHA-EXIT.
      *
           COPY OPERPR.
      *
           COPY TRILPR.
