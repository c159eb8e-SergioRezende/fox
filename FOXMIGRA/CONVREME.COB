      *    CNAB 400, QUE E O QUE TODOS ACEITAVAM ATE AQUI. O BORDERO
      *    IMPRESSO E O ARQUIVO QUE O BANCO INGERE PASSAM A SAIR DOS
      *    MESMOS REGISTROS, SEM REDIGITACAO NO TERMINAL DO BANCO.
      *
      *    DATA DA ALTERACAO: 10/96
      *
      *    CADA TITULO E CADA INSTRUCAO DE REMESSA EFETIVADA FICAM
      *    REGISTRADOS NO CONTROLE DA COBRANCA REGISTRADA POR TITULO
      *    ("ARQTITRG.DAT", SOB A TRAVA "ARQTITRG.LIV") COMO ENVIADOS,
      *    A ESPERA DA CONFIRMACAO DO BANCO QUE O CONVRETO APLICA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           COPY TRAVASL.
      *
           COPY INSTRSL.
      *
           COPY TITRGSL.
      *
           COPY EMPRESL.
      *
           COPY OPERSL.
      *
       DATA DIVISION.
       FILE SECTION.
           COPY TRAVAFD.
      *
           COPY INSTRFD.
      *
           COPY TITRGFD.
      *
           COPY EMPREFD.
      *
           COPY OPERFD.
      *
       WORKING-STORAGE SECTION.
      *
               10  VENC-TIT-WS                 PIC 9(06).
               10  VALOR-TIT-WS                PIC 9(11).
               10  GERADO-TIT-WS               PIC X(01).
      *                "N" = A GERAR  "S" = GERADO  "R" = REMESSA
      *                EFETIVADA
      *
      *    VENCIMENTO CONVERTIDO DE AAMMDD (CADASTRO) PARA DDMMAA
      *    (CNAB)
               10  TIPO-ISAV-WS                PIC X(01).
       77  QTD-ISAV-WS     VALUE 0             PIC 9(03).
       77  IDX-ISAV-WS                         PIC 9(03).
      *    INSTRUCOES QUE SAIRAM EM REMESSA EFETIVADA NESTA EXECUCAO,
      *    PARA O CONTROLE DA COBRANCA REGISTRADA ("ARQTITRG.DAT")
       01  TAB-IENV-WS.
           05  TAB-IENV-ITEM OCCURS 200 TIMES.
               10  FILIAL-IENV-WS              PIC 9(02).
               10  CORPO-IENV-WS               PIC 9(08).
               10  BANCO-IENV-WS               PIC 9(03).
               10  TIPO-IENV-WS                PIC X(01).
       77  QTD-IENV-WS     VALUE 0             PIC 9(03).
       77  IDX-IENV-WS                         PIC 9(03).
       77  IDX-RTIT-WS                         PIC 9(04).
      *    VARREDOR PROPRIO DA PASSADA DE INSTRUCOES RETIDAS (OS
      *    GERADORES DE REMESSA USAM IDX-INS-WS POR DENTRO)
       77  IDX-IBAN-WS                         PIC 9(03).
           COPY DADOS.
           COPY TELAWS.
           COPY PARMAUTO.
      *
           COPY OPERWS.
           COPY DURAWS.
           COPY CRIABT.
           COPY FILIALVL.
           COPY BANCOVL.
           COPY TRAVAWS.
           COPY INSTRVL.
           COPY TITRGVL.
           COPY EMPREVL.
      *
      *                  -------->>   "REGBORD.COB"
           DISPLAY (9, 10) "Operador................:"
           IF NOT MODO-AUTO
               ACCEPT (, ) OPERADOR-EXEC-WS WITH PROMPT UPDATE.
           MOVE "CONVREME" TO PROGRAMA-ACE-WS
           MOVE MODO-AUTO-WS TO SEM-SENHA-ACE-WS
           PERFORM AUTENTICA-OPERADOR THRU AUTENTICA-OPERADOR-EXIT.

           DISPLAY (10, 10) "Informe o Drive dos arqs:"
           IF NOT MODO-AUTO
           MOVE "N" TO FALHOU-BTV-WS
           MOVE "N" TO SEQ-USADA-WS
           MOVE "N" TO INSTR-USADA-WS
           MOVE 0 TO INSTRUCOES-77 QTD-IENV-WS
           MOVE "N" TO CHEIO-TRG-WS
           ACCEPT DATA-HOJE-WS FROM DATE
           ACCEPT DATA-HOJE8-WS FROM DATE YYYYMMDD
           PERFORM CARREGA-BORDERO
           PERFORM GERA-REMESSAS
           PERFORM PERSISTE-NOSSONUM
           PERFORM PERSISTE-INSTRUCOES
           PERFORM PERSISTE-TITRG THRU PERSISTE-TITRG-EXIT
           DISPLAY (23, 10) "REMESSAS GERADAS (ARQS x:RMbbbff.REM)"
           IF CHEIO-TRG
               MOVE 8 TO RETURN-CODE
               DISPLAY (24, 10) "ARQTITRG.DAT CHEIO - TITULOS FORA".
           PERFORM GRAVA-LOG
           IF MODO-AUTO GOBACK.
           GO TO 015-DATAS.
           ELSE
               CALL "CBL_DELETE_FILE" USING NOME-DEF-WS
               CALL "CBL_RENAME_FILE" USING NOME-TMP-WS NOME-DEF-WS
               PERFORM MARCA-REMETIDO
                   VARYING IDX-RTIT-WS FROM 1 BY 1
                   UNTIL IDX-RTIT-WS > QTD-TIT-WS
               ADD 1 TO REMESSAS-77
               DISPLAY (15, 42) REMESSAS-77.
           PERFORM CONFIRMA-INSTRUCOES
           ELSE
               CALL "CBL_DELETE_FILE" USING NOME-DEF-WS
               CALL "CBL_RENAME_FILE" USING NOME-TMP-WS NOME-DEF-WS
               PERFORM MARCA-REMETIDO
                   VARYING IDX-RTIT-WS FROM 1 BY 1
                   UNTIL IDX-RTIT-WS > QTD-TIT-WS
               ADD 1 TO REMESSAS-77
               DISPLAY (15, 42) REMESSAS-77.
           PERFORM CONFIRMA-INSTRUCOES
               MOVE "N" TO ENVIADA-TAB-INS-WS (IDX-INS-WS)
           ELSE
               MOVE "S" TO ENVIADA-TAB-INS-WS (IDX-INS-WS)
               MOVE "S" TO INSTR-USADA-WS
               PERFORM ANOTA-IENV.
       CONFIRMA-UMA-INSTRUCAO-FIM.
           EXIT.
      *
       ANOTA-IENV.
           IF QTD-IENV-WS < 200
               ADD 1 TO QTD-IENV-WS
               MOVE FILIAL-TAB-INS-WS (IDX-INS-WS)
                   TO FILIAL-IENV-WS (QTD-IENV-WS)
               MOVE CORPO-TAB-INS-WS (IDX-INS-WS)
                   TO CORPO-IENV-WS (QTD-IENV-WS)
               MOVE BANCO-TAB-INS-WS (IDX-INS-WS)
                   TO BANCO-IENV-WS (QTD-IENV-WS)
               MOVE TIPO-TAB-INS-WS (IDX-INS-WS)
                   TO TIPO-IENV-WS (QTD-IENV-WS).
      *
      *    TITULOS DO BANCO DA REMESSA RECEM-EFETIVADA
       MARCA-REMETIDO.
           IF GERADO-TIT-WS (IDX-RTIT-WS) = "S"
               AND BANCO-TIT-WS (IDX-RTIT-WS) = BANCO-ATUAL-WS
               MOVE "R" TO GERADO-TIT-WS (IDX-RTIT-WS).
      *
      *    REGISTRA NO CONTROLE DA COBRANCA REGISTRADA ("ARQTITRG.DAT")
      *    OS TITULOS E AS INSTRUCOES DAS REMESSAS EFETIVADAS, SOB
      *    TRAVA DE REDE (O CONVRETO DE OUTRA ESTACAO PODE ESTAR
      *    APLICANDO UM RETORNO). CONTROLE MAIOR QUE A TABELA NAO E
      *    REGRAVADO
       PERSISTE-TITRG.
           MOVE "ARQTITRG.LIV" TO TRAVA-LIV-WS
           MOVE "ARQTITRG.LCK" TO TRAVA-LCK-WS
           PERFORM OBTEM-TRAVA THRU OBTEM-TRAVA-EXIT
           PERFORM CARREGA-TITRG THRU CARREGA-TITRG-EXIT
           IF DESCARTADOS-TRG-77 NOT = ZEROS
               MOVE "S" TO CHEIO-TRG-WS
               GO TO PERSISTE-TITRG-SOLTA.
           MOVE DATA-HOJE8-WS TO DATA-NOVA-TRG-WS
           MOVE FILIAL-BORD-WS TO FILIAL-BUSCA-TRG-WS
           PERFORM REGISTRA-REMETIDO
               VARYING IDX-RTIT-WS FROM 1 BY 1
               UNTIL IDX-RTIT-WS > QTD-TIT-WS
           PERFORM REGISTRA-IENV
               VARYING IDX-IENV-WS FROM 1 BY 1
               UNTIL IDX-IENV-WS > QTD-IENV-WS
           PERFORM GRAVA-TITRG.
       PERSISTE-TITRG-SOLTA.
           PERFORM SOLTA-TRAVA.
       PERSISTE-TITRG-EXIT.
           EXIT.
      *
       REGISTRA-REMETIDO.
           IF GERADO-TIT-WS (IDX-RTIT-WS) = "R"
               MOVE BANCO-TIT-WS (IDX-RTIT-WS) TO BANCO-BUSCA-TRG-WS
               MOVE DUPL-TIT-WS (IDX-RTIT-WS) TO DUPL-BUSCA-TRG-WS
               PERFORM REGISTRA-ENVIO-TRG.
      *
       REGISTRA-IENV.
           MOVE FILIAL-IENV-WS (IDX-IENV-WS) TO FILIAL-BUSCA-TRG-WS
           MOVE BANCO-IENV-WS (IDX-IENV-WS) TO BANCO-BUSCA-TRG-WS
           MOVE CORPO-IENV-WS (IDX-IENV-WS) TO DUPL-BUSCA-TRG-WS
           MOVE TIPO-IENV-WS (IDX-IENV-WS) TO TIPO-NOVO-TRG-WS
           PERFORM REGISTRA-INSTR-TRG.
      *
      *    REGRAVA O ARQUIVO "ARQINSTR.DAT" COM AS INSTRUCOES
      *    ENVIADAS MARCADAS, SOB TRAVA DE REDE (O CADINSTR PODE TER
           COPY EMPREPR.
      *
           COPY INSTRPR.
      *
           COPY TITRGPR.
      *
           COPY DURAPR.
      *
           COPY OPERPR.
