      *
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. CADFORC.
       AUTHOR. LUIS AUGUSTO.
      *
      *    DATA DA ALTERACAO: 10/96
      *
      *    MANUTENCAO DO CADASTRO COMPLEMENTAR DE FORNECEDORES
      *    ("ARQFORC.DAT"): ENDERECO, CEP, MUNICIPIO, TELEFONE,
      *    CONTATO DE VENDAS, BANCO/AGENCIA/CONTA PARA PAGAMENTO E A
      *    FORMA DE PAGAMENTO PREFERIDA, UMA LINHA POR FORNECEDOR
      *    PELO CODIGO DO ARQFORN. O ARQFORN SO TRAZ NOME, CGC,
      *    INSCRICAO E UF; O RESTO FICAVA NAS FICHAS DE COMPRAS.
      *    INFORMADO O DRIVE DO EXTRATO DO CONVFORN (x:ARQFORN.TXT),
      *    O PAINEL MOSTRA O NOME E SO ACEITA FORNECEDOR QUE EXISTA
      *    NELE. O MUNICIPIO TEM DE EXISTIR NO CADMUNIC COM A UF E O
      *    CEP E CONFERIDO NAS FAIXAS DO CADCEP. AS ALTERACOES FICAM
      *    NA TRILHA DOS CADASTROS ("CADTRIL.LOG"). O CONVFORC LISTA
      *    OS FORNECEDORES COM ENTRADAS E SEM ESTE CADASTRO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
           SELECT      ARQ-FRN    ASSIGN     TO   DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ESTADO-FRN.
      *
           COPY FORCSL.
      *
           COPY MUNISL.
      *
           COPY CEPSL.
      *
           COPY OPERSL.
      *
           COPY TRILSL.
      *
       DATA DIVISION.
       FILE SECTION.
      *
      *    EXTRATO DE FORNECEDORES DO CONVFORN (ARQ. "x:ARQFORN.TXT")
       FD  ARQ-FRN
           LABEL     RECORD       STANDARD
           VALUE     OF FILE-ID   ARQFRN-WS
           DATA      RECORD       REG-FRN.
       01  REG-FRN.
           05  COD-FRN-TX                    PIC 9(04).
           05  DESC-FRN-TX                   PIC X(39).
           05  FILLER                        PIC X(28).
      *
           COPY FORCFD.
      *
           COPY MUNIFD.
      *
           COPY CEPFD.
      *
           COPY OPERFD.
      *
           COPY TRILFD.
      *
       WORKING-STORAGE SECTION.
      *
       77  ESTADO-FRN            PIC X(02).
       77  I                     PIC 9(02).
       77  E                     PIC 9(02).
       77  LINHA-FORC-WS         PIC 9(02).
       77  PAGINA-FORC-WS        PIC 9(02).
       77  PRIMEIRO-PAG-WS       PIC 9(04).
       77  OPCAO-WS              PIC X(01).
       77  POSICAO-WS            PIC 9(04).
       77  FICHA-OK-WS           PIC X(01).
           88  FICHA-VALIDA                VALUE "S".
      *
      *    LINHA EM DIGITACAO (MESMO LAYOUT DA TABELA)
       01  FORC-ED-WS.
           05  COD-ED-WS             PIC 9(04).
           05  ENDERECO-ED-WS        PIC X(30).
           05  BAIRRO-ED-WS          PIC X(12).
           05  MUNIC-ED-WS           PIC X(22).
           05  UF-ED-WS              PIC X(02).
           05  CEP-ED-WS             PIC 9(08).
           05  FONE-ED-WS            PIC X(11).
           05  CONTATO-ED-WS         PIC X(15).
           05  BANCO-ED-WS           PIC 9(03).
           05  AGENCIA-ED-WS         PIC 9(04).
           05  DV-AGENCIA-ED-WS      PIC X(01).
           05  CONTA-ED-WS           PIC 9(10).
           05  DV-CONTA-ED-WS        PIC X(01).
           05  FORMA-ED-WS           PIC X(01).
               88  FORMA-ED-VALIDA   VALUE "C" "D" "B" "E".
               88  FORMA-ED-DEPOSITO VALUE "D".
      *
      *    NOMES DO EXTRATO DO CONVFORN (TABELA VAZIA = SEM DRIVE,
      *    NADA A CONFERIR)
       77  U-FRN-WS              PIC X(01).
       01  ARQFRN-WS             PIC X(14).
       77  FIM-FRN-WS            PIC X(01).
           88  ACABOU-FRN                  VALUE "S".
       77  QTD-NOME-WS   VALUE 0 PIC 9(04).
       77  IDX-NOME-WS           PIC 9(04).
       01  TAB-NOME-WS.
           05  TAB-NOME-ITEM OCCURS 3000 TIMES.
               10  COD-NOME-WS           PIC 9(04).
               10  DESC-NOME-WS          PIC X(39).
       01  NOME-ED-WS            PIC X(39).
      *
           COPY FORCVL.
      *
           COPY MUNIVL.
      *
           COPY CEPVL.
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
           MOVE "CADFORC " TO PROGRAMA-ACE-WS
           PERFORM AUTENTICA-OPERADOR THRU AUTENTICA-OPERADOR-EXIT.
           MOVE SPACE TO U-FRN-WS
           DISPLAY (4, 05) "Drive do ARQFORN.TXT....:"
           DISPLAY (5, 05) "(branco = nao conferir o fornecedor)"
           ACCEPT (4, 31) U-FRN-WS WITH PROMPT UPDATE
           ACCEPT ESCAPE-77 FROM ESCAPE KEY
           IF ESCAPE-77 NOT = ZEROS STOP RUN.
           PERFORM CARREGA-NOMES THRU CARREGA-NOMES-EXIT
           PERFORM CARREGA-FORC THRU CARREGA-FORC-EXIT
           PERFORM CARREGA-MUNIC THRU CARREGA-MUNIC-EXIT
           PERFORM CARREGA-CEP THRU CARREGA-CEP-EXIT
           MOVE 1 TO PRIMEIRO-PAG-WS.
       015-MENU.
           DISPLAY (1, 1) ERASE
           DISPLAY (2, 14)
               "* CADASTRO COMPLEMENTAR DE FORNECEDORES *"
           DISPLAY (4, 01)
               "FORN NOME                 MUNICIPIO          UF"
           DISPLAY (4, 50) "TELEFONE    F BCO"
           MOVE 0 TO PAGINA-FORC-WS
           PERFORM MOSTRA-FORC
               VARYING IDX-FORC-WS FROM PRIMEIRO-PAG-WS BY 1
               UNTIL IDX-FORC-WS > QTD-FORC-WS
               OR PAGINA-FORC-WS > 15

           DISPLAY (21, 05)
               "Opcao (I=Inclui A=Altera E=Exclui P=Proxima pag"
           DISPLAY (22, 05)
               "       F=Fim).....................:"
           ACCEPT (, ) OPCAO-WS WITH PROMPT UPDATE
           ACCEPT ESCAPE-77 FROM ESCAPE KEY
           IF ESCAPE-77 NOT = ZEROS OR OPCAO-WS = "F"
               PERFORM GRAVA-FORC
               STOP RUN.
           IF OPCAO-WS = "I"
               PERFORM INCLUI-FORC THRU INCLUI-FORC-EXIT
               GO TO 015-MENU.
           IF OPCAO-WS = "A"
               PERFORM ALTERA-FORC THRU ALTERA-FORC-EXIT
               GO TO 015-MENU.
           IF OPCAO-WS = "E"
               PERFORM EXCLUI-FORC THRU EXCLUI-FORC-EXIT
               GO TO 015-MENU.
           IF OPCAO-WS = "P"
               ADD 16 TO PRIMEIRO-PAG-WS
               IF PRIMEIRO-PAG-WS > QTD-FORC-WS
                   MOVE 1 TO PRIMEIRO-PAG-WS
               END-IF
               GO TO 015-MENU.
           GO TO 015-MENU.
      *
      *    MOSTRA UMA LINHA DA TABELA NO PAINEL
       MOSTRA-FORC.
           ADD 1 TO PAGINA-FORC-WS
           COMPUTE LINHA-FORC-WS = 4 + PAGINA-FORC-WS
           MOVE COD-TAB-FORC-WS (IDX-FORC-WS) TO COD-ED-WS
           PERFORM ACHA-NOME THRU ACHA-NOME-EXIT
           DISPLAY (LINHA-FORC-WS, 01) COD-TAB-FORC-WS (IDX-FORC-WS)
           DISPLAY (LINHA-FORC-WS, 06) NOME-ED-WS (1:20)
           DISPLAY (LINHA-FORC-WS, 28)
               MUNIC-TAB-FORC-WS (IDX-FORC-WS) (1:18)
           DISPLAY (LINHA-FORC-WS, 47) UF-TAB-FORC-WS (IDX-FORC-WS)
           DISPLAY (LINHA-FORC-WS, 50) FONE-TAB-FORC-WS (IDX-FORC-WS)
           DISPLAY (LINHA-FORC-WS, 62) FORMA-TAB-FORC-WS (IDX-FORC-WS)
           DISPLAY (LINHA-FORC-WS, 64) BANCO-TAB-FORC-WS (IDX-FORC-WS).
      *
      *    NOME DO FORNECEDOR COD-ED-WS NO EXTRATO DO CONVFORN
      *    (BRANCO = SEM EXTRATO OU CODIGO FORA DELE)
       ACHA-NOME.
           MOVE SPACES TO NOME-ED-WS
           PERFORM VARYING IDX-NOME-WS FROM 1 BY 1
               UNTIL IDX-NOME-WS > QTD-NOME-WS
               OR COD-NOME-WS (IDX-NOME-WS) = COD-ED-WS
           END-PERFORM
           IF IDX-NOME-WS NOT > QTD-NOME-WS
               MOVE DESC-NOME-WS (IDX-NOME-WS) TO NOME-ED-WS.
       ACHA-NOME-EXIT.
           EXIT.
      *
      *    INCLUI UM FORNECEDOR NA ORDEM DO CODIGO
       INCLUI-FORC.
           IF QTD-FORC-WS = 2000
               DISPLAY (23, 05) "CADASTRO CHEIO - 2000 FORNECEDORES"
               GO TO INCLUI-FORC-EXIT.
           MOVE SPACES TO FORC-ED-WS
           MOVE ZEROS TO COD-ED-WS CEP-ED-WS BANCO-ED-WS
               AGENCIA-ED-WS CONTA-ED-WS
           DISPLAY (23, 05) "Codigo do fornecedor.............:"
           ACCEPT (, ) COD-ED-WS WITH PROMPT UPDATE
           ACCEPT ESCAPE-77 FROM ESCAPE KEY
           IF ESCAPE-77 NOT = ZEROS OR COD-ED-WS = ZEROS
               GO TO INCLUI-FORC-EXIT.
           MOVE COD-ED-WS TO FORN-BUSCA-FORC-WS
           PERFORM ACHA-FORC
           IF IDX-ACHADO-FORC-WS NOT = ZEROS
               DISPLAY (24, 05) "FORNECEDOR JA CADASTRADO - ALTERE"
               GO TO INCLUI-FORC-EXIT.
           PERFORM ACHA-NOME THRU ACHA-NOME-EXIT
           IF QTD-NOME-WS NOT = ZEROS AND NOME-ED-WS = SPACES
               DISPLAY (24, 05) "FORNECEDOR NAO CONSTA DO ARQFORN  "
               GO TO INCLUI-FORC-EXIT.
           PERFORM DIGITA-FICHA THRU DIGITA-FICHA-EXIT
           IF ESCAPE-77 NOT = ZEROS GO TO INCLUI-FORC-EXIT.
           PERFORM VALIDA-FICHA THRU VALIDA-FICHA-EXIT
           IF NOT FICHA-VALIDA GO TO INCLUI-FORC-EXIT.
      *
      *    POSICAO DE INCLUSAO: PRIMEIRA LINHA DE CODIGO MAIOR
           PERFORM VARYING POSICAO-WS FROM 1 BY 1
               UNTIL POSICAO-WS > QTD-FORC-WS
               OR COD-TAB-FORC-WS (POSICAO-WS) > COD-ED-WS
           END-PERFORM
           PERFORM ABRE-ESPACO-FORC
               VARYING IDX-FORC-WS FROM QTD-FORC-WS BY -1
               UNTIL IDX-FORC-WS < POSICAO-WS
           ADD 1 TO QTD-FORC-WS
           MOVE POSICAO-WS TO IDX-FORC-WS
           MOVE FORC-ED-WS TO TAB-FORC-ITEM (IDX-FORC-WS)
           MOVE "I" TO OPERACAO-TRL-WS
           MOVE SPACES TO ANTES-TRL-WS
           PERFORM REGISTRA-FORC.
       INCLUI-FORC-EXIT.
           EXIT.
      *
       ABRE-ESPACO-FORC.
           MOVE TAB-FORC-ITEM (IDX-FORC-WS)
               TO TAB-FORC-ITEM (IDX-FORC-WS + 1).
      *
      *    REDIGITA A FICHA DE UM FORNECEDOR PELO CODIGO
       ALTERA-FORC.
           DISPLAY (23, 05) "Fornecedor a alterar.............:"
           MOVE ZEROS TO COD-ED-WS
           ACCEPT (, ) COD-ED-WS WITH PROMPT UPDATE
           ACCEPT ESCAPE-77 FROM ESCAPE KEY
           IF ESCAPE-77 NOT = ZEROS GO TO ALTERA-FORC-EXIT.
           MOVE COD-ED-WS TO FORN-BUSCA-FORC-WS
           PERFORM ACHA-FORC
           IF IDX-ACHADO-FORC-WS = ZEROS
               DISPLAY (24, 05) "FORNECEDOR SEM CADASTRO - INCLUA  "
               GO TO ALTERA-FORC-EXIT.
           MOVE TAB-FORC-ITEM (IDX-ACHADO-FORC-WS) TO FORC-ED-WS
           PERFORM DIGITA-FICHA THRU DIGITA-FICHA-EXIT
           IF ESCAPE-77 NOT = ZEROS GO TO ALTERA-FORC-EXIT.
           PERFORM VALIDA-FICHA THRU VALIDA-FICHA-EXIT
           IF NOT FICHA-VALIDA GO TO ALTERA-FORC-EXIT.
           MOVE IDX-ACHADO-FORC-WS TO IDX-FORC-WS
           MOVE "A" TO OPERACAO-TRL-WS
           MOVE TAB-FORC-ITEM (IDX-FORC-WS) (5:120) TO ANTES-TRL-WS
           MOVE FORC-ED-WS TO TAB-FORC-ITEM (IDX-FORC-WS)
           PERFORM REGISTRA-FORC.
       ALTERA-FORC-EXIT.
           EXIT.
      *
      *    EXCLUI A FICHA DE UM FORNECEDOR PELO CODIGO
       EXCLUI-FORC.
           DISPLAY (23, 05) "Fornecedor a excluir.............:"
           MOVE ZEROS TO COD-ED-WS
           ACCEPT (, ) COD-ED-WS WITH PROMPT UPDATE
           ACCEPT ESCAPE-77 FROM ESCAPE KEY
           IF ESCAPE-77 NOT = ZEROS GO TO EXCLUI-FORC-EXIT.
           MOVE COD-ED-WS TO FORN-BUSCA-FORC-WS
           PERFORM ACHA-FORC
           IF IDX-ACHADO-FORC-WS = ZEROS
               DISPLAY (24, 05) "FORNECEDOR SEM CADASTRO           "
               GO TO EXCLUI-FORC-EXIT.
           MOVE IDX-ACHADO-FORC-WS TO IDX-FORC-WS
           MOVE "E" TO OPERACAO-TRL-WS
           MOVE TAB-FORC-ITEM (IDX-FORC-WS) (5:120) TO ANTES-TRL-WS
           PERFORM REGISTRA-FORC
           PERFORM FECHA-ESPACO-FORC
               VARYING IDX-FORC-WS FROM IDX-ACHADO-FORC-WS BY 1
               UNTIL IDX-FORC-WS NOT < QTD-FORC-WS
           SUBTRACT 1 FROM QTD-FORC-WS.
       EXCLUI-FORC-EXIT.
           EXIT.
      *
       FECHA-ESPACO-FORC.
           MOVE TAB-FORC-ITEM (IDX-FORC-WS + 1)
               TO TAB-FORC-ITEM (IDX-FORC-WS).
      *
      *    DIGITACAO DA FICHA NA LINHA 23 (O NOME DO FORNECEDOR FICA
      *    NA LINHA 21 PARA CONFERENCIA)
       DIGITA-FICHA.
           PERFORM ACHA-NOME THRU ACHA-NOME-EXIT
           DISPLAY (21, 05)
               "                                                  "
           DISPLAY (22, 05)
               "                                                  "
           DISPLAY (21, 05) "Fornecedor " COD-ED-WS " " NOME-ED-WS
           DISPLAY (23, 05) "Endereco.........................:"
           ACCEPT (, ) ENDERECO-ED-WS WITH PROMPT UPDATE
           ACCEPT ESCAPE-77 FROM ESCAPE KEY
           IF ESCAPE-77 NOT = ZEROS GO TO DIGITA-FICHA-EXIT.
           DISPLAY (23, 05) "Bairro...........................:"
           ACCEPT (, ) BAIRRO-ED-WS WITH PROMPT UPDATE
           ACCEPT ESCAPE-77 FROM ESCAPE KEY
           IF ESCAPE-77 NOT = ZEROS GO TO DIGITA-FICHA-EXIT.
           DISPLAY (23, 05) "Municipio (grafia do CADMUNIC)...:"
           ACCEPT (, ) MUNIC-ED-WS WITH PROMPT UPDATE
           ACCEPT ESCAPE-77 FROM ESCAPE KEY
           IF ESCAPE-77 NOT = ZEROS GO TO DIGITA-FICHA-EXIT.
           DISPLAY (23, 05) "UF...............................:"
           ACCEPT (, ) UF-ED-WS WITH PROMPT UPDATE
           ACCEPT ESCAPE-77 FROM ESCAPE KEY
           IF ESCAPE-77 NOT = ZEROS GO TO DIGITA-FICHA-EXIT.
           DISPLAY (23, 05) "CEP (8 digitos)..................:"
           ACCEPT (, ) CEP-ED-WS WITH PROMPT UPDATE
           ACCEPT ESCAPE-77 FROM ESCAPE KEY
           IF ESCAPE-77 NOT = ZEROS GO TO DIGITA-FICHA-EXIT.
           DISPLAY (23, 05) "Telefone (DDD + numero)..........:"
           ACCEPT (, ) FONE-ED-WS WITH PROMPT UPDATE
           ACCEPT ESCAPE-77 FROM ESCAPE KEY
           IF ESCAPE-77 NOT = ZEROS GO TO DIGITA-FICHA-EXIT.
           DISPLAY (23, 05) "Contato de vendas................:"
           ACCEPT (, ) CONTATO-ED-WS WITH PROMPT UPDATE
           ACCEPT ESCAPE-77 FROM ESCAPE KEY
           IF ESCAPE-77 NOT = ZEROS GO TO DIGITA-FICHA-EXIT.
           DISPLAY (22, 05)
               "(C=Cheque D=Deposito B=Boleto E=Especie)"
           DISPLAY (23, 05) "Forma de pagamento preferida.....:"
           ACCEPT (, ) FORMA-ED-WS WITH PROMPT UPDATE
           ACCEPT ESCAPE-77 FROM ESCAPE KEY
           IF ESCAPE-77 NOT = ZEROS GO TO DIGITA-FICHA-EXIT.
           DISPLAY (22, 05)
               "                                                  "
           DISPLAY (23, 05) "Banco para pagamento.............:"
           ACCEPT (, ) BANCO-ED-WS WITH PROMPT UPDATE
           ACCEPT ESCAPE-77 FROM ESCAPE KEY
           IF ESCAPE-77 NOT = ZEROS GO TO DIGITA-FICHA-EXIT.
           DISPLAY (23, 05) "Agencia..........................:"
           ACCEPT (, ) AGENCIA-ED-WS WITH PROMPT UPDATE
           ACCEPT ESCAPE-77 FROM ESCAPE KEY
           IF ESCAPE-77 NOT = ZEROS GO TO DIGITA-FICHA-EXIT.
           DISPLAY (23, 05) "Digito da agencia................:"
           ACCEPT (, ) DV-AGENCIA-ED-WS WITH PROMPT UPDATE
           ACCEPT ESCAPE-77 FROM ESCAPE KEY
           IF ESCAPE-77 NOT = ZEROS GO TO DIGITA-FICHA-EXIT.
           DISPLAY (23, 05) "Conta corrente...................:"
           ACCEPT (, ) CONTA-ED-WS WITH PROMPT UPDATE
           ACCEPT ESCAPE-77 FROM ESCAPE KEY
           IF ESCAPE-77 NOT = ZEROS GO TO DIGITA-FICHA-EXIT.
           DISPLAY (23, 05) "Digito da conta..................:"
           ACCEPT (, ) DV-CONTA-ED-WS WITH PROMPT UPDATE
           ACCEPT ESCAPE-77 FROM ESCAPE KEY.
       DIGITA-FICHA-EXIT.
           EXIT.
      *
      *    CONFERE A FICHA DIGITADA: FORMA DE PAGAMENTO VALIDA, DADOS
      *    BANCARIOS COMPLETOS PARA DEPOSITO EM CONTA, MUNICIPIO NO
      *    CADMUNIC COM A UF (QUANDO O CADASTRO EXISTE) E CEP DENTRO
      *    DAS FAIXAS DA UF E DO MUNICIPIO (QUANDO HA FAIXA)
       VALIDA-FICHA.
           MOVE "N" TO FICHA-OK-WS
           IF NOT FORMA-ED-VALIDA
               DISPLAY (24, 05) "FORMA DE PAGAMENTO INVALIDA       "
               GO TO VALIDA-FICHA-EXIT.
           IF FORMA-ED-DEPOSITO
               AND (BANCO-ED-WS = ZEROS OR AGENCIA-ED-WS = ZEROS
               OR CONTA-ED-WS = ZEROS)
               DISPLAY (24, 05) "DEPOSITO EXIGE BANCO/AGENCIA/CONTA"
               GO TO VALIDA-FICHA-EXIT.
           MOVE ZEROS TO IBGE-ACHADO-MUN-WS
           IF MUNIC-ED-WS NOT = SPACES AND QTD-MUNIC-WS NOT = ZEROS
               MOVE MUNIC-ED-WS TO NOME-BUSCA-MUN-WS
               MOVE UF-ED-WS TO UF-BUSCA-MUN-WS
               PERFORM ACHA-MUNIC
               IF IBGE-ACHADO-MUN-WS = ZEROS
                   DISPLAY (24, 05) "MUNICIPIO NAO CADASTRADO NA UF    "
                   GO TO VALIDA-FICHA-EXIT.
           IF CEP-ED-WS NOT = ZEROS
               MOVE UF-ED-WS TO UF-BUSCA-CEP-WS
               MOVE IBGE-ACHADO-MUN-WS TO IBGE-BUSCA-CEP-WS
               MOVE CEP-ED-WS TO CEP-BUSCA-CEP-WS
               PERFORM CONFERE-CEP THRU CONFERE-CEP-EXIT
               IF CEP-FORA-UF
                   DISPLAY (24, 05) "CEP FORA DAS FAIXAS DA UF         "
                   GO TO VALIDA-FICHA-EXIT
               END-IF
               IF CEP-FORA-MUNIC
                   DISPLAY (24, 05) "CEP FORA DAS FAIXAS DO MUNICIPIO  "
                   GO TO VALIDA-FICHA-EXIT.
           DISPLAY (24, 05) "                                  "
           MOVE "S" TO FICHA-OK-WS.
       VALIDA-FICHA-EXIT.
           EXIT.
      *
      *    CARREGA OS NOMES DO x:ARQFORN.TXT (SEM DRIVE OU SEM O
      *    EXTRATO A TABELA FICA VAZIA)
       CARREGA-NOMES.
           MOVE 0 TO QTD-NOME-WS
           IF U-FRN-WS = SPACE
               GO TO CARREGA-NOMES-EXIT.
           MOVE SPACES TO ARQFRN-WS
           STRING U-FRN-WS ":ARQFORN.TXT"
               DELIMITED BY SIZE INTO ARQFRN-WS
           MOVE "N" TO FIM-FRN-WS
           OPEN INPUT ARQ-FRN
           IF ESTADO-FRN NOT = ZEROS
               DISPLAY (24, 05) "ARQFORN.TXT NAO ENCONTRADO        "
               GO TO CARREGA-NOMES-EXIT.
           PERFORM LE-NOME THRU LE-NOME-EXIT UNTIL ACABOU-FRN
           CLOSE ARQ-FRN.
       CARREGA-NOMES-EXIT.
           EXIT.
      *
       LE-NOME.
           READ ARQ-FRN AT END MOVE "S" TO FIM-FRN-WS END-READ
           IF ACABOU-FRN GO TO LE-NOME-EXIT.
           IF REG-FRN (1:1) = "0" AND REG-FRN (2:4) = "CONV"
               GO TO LE-NOME-EXIT.
           IF REG-FRN (1:1) = "9" AND REG-FRN (22:50) = SPACES
               GO TO LE-NOME-EXIT.
           IF QTD-NOME-WS < 3000
               ADD 1 TO QTD-NOME-WS
               MOVE COD-FRN-TX  TO COD-NOME-WS  (QTD-NOME-WS)
               MOVE DESC-FRN-TX TO DESC-NOME-WS (QTD-NOME-WS).
       LE-NOME-EXIT.
           EXIT.
      *
      *    REGRAVA O CADASTRO POR INTEIRO A PARTIR DA TABELA
       GRAVA-FORC.
           OPEN OUTPUT ARQ-FORC
           PERFORM GRAVA-LINHA-FORC
               VARYING IDX-FORC-WS FROM 1 BY 1
               UNTIL IDX-FORC-WS > QTD-FORC-WS
           CLOSE ARQ-FORC.
      *
       GRAVA-LINHA-FORC.
           MOVE TAB-FORC-ITEM (IDX-FORC-WS) TO REGFORC-TX
           WRITE REGFORC-TX.
      *
      *    REGISTRA NA TRILHA DOS CADASTROS A LINHA DE INDICE
      *    IDX-FORC-WS (A IMAGEM ANTERIOR JA ESTA EM ANTES-TRL-WS; O
      *    CODIGO VAI NA CHAVE E AS IMAGENS COMECAM NO ENDERECO)
       REGISTRA-FORC.
           MOVE "ARQFORC" TO CADASTRO-TRL-WS
           MOVE TAB-FORC-ITEM (IDX-FORC-WS) (5:120) TO DEPOIS-TRL-WS
           IF OPERACAO-TRL-WS = "E"
               MOVE SPACES TO DEPOIS-TRL-WS.
           MOVE SPACES TO CHAVE-TRL-WS
           MOVE COD-TAB-FORC-WS (IDX-FORC-WS) TO CHAVE-TRL-WS
           PERFORM GRAVA-TRILHA THRU GRAVA-TRILHA-EXIT.
      *
           COPY FORCPR.
      *
           COPY MUNIPR.
      *
           COPY CEPPR.
      *
           COPY OPERPR.
      *
           COPY TRILPR.
