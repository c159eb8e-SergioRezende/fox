      *
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. CONVFOPA.
       AUTHOR. LUIS AUGUSTO.
      *
      *    DATA DA ALTERACAO: 10/96
      *
      *    INTERFACE MENSAL DE COMISSOES COM A FOLHA DE PAGAMENTO:
      *    PARA UMA FILIAL E UMA COMPETENCIA (MES/ANO; EM BRANCO = MES
      *    ANTERIOR), JUNTA POR VENDEDOR A COMISSAO BRUTA CALCULADA
      *    PELO CONVCOMI ("x:CMaammff.RES") E OS ESTORNOS DE
      *    RECLAMACAO E INADIMPLENCIA DO CONVESTO ("x:ESaammff.RES")
      *    E GRAVA O ARQUIVO DA FOLHA "x:FPaammff.TXT" (COPY
      *    FOPACONV) COM O LIQUIDO A PAGAR - O DEPARTAMENTO PESSOAL
      *    DEIXA DE REDIGITAR OS DEMONSTRATIVOS. SO RODA DEPOIS QUE AS
      *    DUAS APURACOES DA COMPETENCIA TERMINARAM (O ".RES" SO
      *    EXISTE APOS UMA EXECUCAO COMPLETA) E SOBRE A MESMA FAIXA
      *    DE DATAS. O RELATORIO DE CONTROLE "CONVFOPA.REL" LISTA AS
      *    LINHAS GRAVADAS E CONFERE OS TOTAIS DO ARQUIVO COM OS
      *    TOTAIS GERAIS DOS DEMONSTRATIVOS; HAVENDO DIVERGENCIA O
      *    ARQUIVO NAO E EFETIVADO.
      *
      *    DATA DA ALTERACAO: 10/96
      *
      *    CADA "CONVFOPA.REL" GERADO E GUARDADO NO ARQUIVO DE
      *    RELATORIOS (COPY ARQRPR) COM A FILIAL, O PERIODO E A
      *    HORA DA GERACAO, PARA CONSULTA E REIMPRESSAO PELO
      *    CADARQR.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
           SELECT      ARQ-RES    ASSIGN     TO   DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ESTADO-RES.
      *
           SELECT      ARQ-VEN    ASSIGN     TO   DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ESTADO-VEN.
      *
           SELECT      ARQ-FP     ASSIGN     TO   DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ESTADO.
      *
           SELECT      ARQ-REL    ASSIGN     TO   "CONVFOPA.REL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ESTADO-REL.
      *
           SELECT      ARQ-LOG    ASSIGN     TO   "CONVLOG.LOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ESTADO-LOG.
      *
           COPY ARQRSL.
      *
           COPY TRAVASL.
      *
           SELECT      ARQ-PRM    ASSIGN     TO   "CONVPARM.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ESTADO-PRM.
      *
           COPY FILIALSL.
      *
           COPY OPERSL.
      *
       DATA DIVISION.
       FILE SECTION.
      *
      *    RESULTADO DO CONVCOMI OU DO CONVESTO (UM DE CADA VEZ)
       FD  ARQ-RES
           LABEL     RECORD       STANDARD
           VALUE     OF FILE-ID   ARQRES-WS
           DATA      RECORD       REGCOMR-TX.
           COPY COMRCONV.
      *
      *    CADASTRO DE VENDEDORES GERADO PELO CONVVEND (SO O NOME)
       FD  ARQ-VEN
           LABEL     RECORD       STANDARD
           VALUE     OF FILE-ID   ARQVEN-WS
           DATA      RECORD       REG-VEN.
       01  REG-VEN                           PIC X(60).
       01  REG-VEN-DET.
           05  FILLER                        PIC X(02).
           05  COD-VEN                       PIC 9(03).
           05  NOME-VEN                      PIC X(30).
           05  FILLER                        PIC X(25).
      *
      *    INTERFACE COM A FOLHA EM GRAVACAO (SOB NOME TEMPORARIO
      *    ".TMP", EFETIVADO PARA ".TXT" SO DEPOIS DA CONFERENCIA)
       FD  ARQ-FP
           LABEL     RECORD       STANDARD
           VALUE     OF FILE-ID   ARQFPTMP-WS
           DATA      RECORD       REGFOPA-TX.
           COPY FOPACONV.
      *
       FD  ARQ-REL
           LABEL     RECORD       STANDARD
           VALUE     OF FILE-ID   "CONVFOPA.REL"
           DATA      RECORD       REG-REL.
       01  REG-REL                           PIC X(100).
      *
      *    REGISTRO DE LOG DE EXECUCAO (ARQ. "CONVLOG.LOG")
       FD  ARQ-LOG
           LABEL RECORD IS STANDARD.
           COPY LOGCONV.
      *
           COPY ARQRFD.
      *
           COPY TRAVAFD.
      *
      *    REGISTRO DE PARAMETROS DE EXECUCAO (ARQ. "CONVPARM.DAT")
       FD  ARQ-PRM
           LABEL RECORD IS STANDARD.
           COPY PARMCONV.
      *
           COPY FILIALFD.
      *
           COPY OPERFD.
      *
       WORKING-STORAGE SECTION.
      *
       77  ESTADO                PIC X(02).
       77  ESTADO-RES            PIC X(02).
       77  ESTADO-VEN            PIC X(02).
       77  ESTADO-REL            PIC X(02).
       77  ESTADO-LOG            PIC X(02).
       77  ESTADO-PRM            PIC X(02).
       77  LIDOS-77        VALUE 0             PIC 9(07).
       77  GRAVADOS-77     VALUE 0             PIC 9(05).
       77  I                                   PIC 9(02).
       77  E                                   PIC 9(02).
       77  FIM-RES-WS                          PIC X(01).
           88  ACABOU-RES                      VALUE "S".
       77  FIM-VEN-WS                          PIC X(01).
           88  ACABOU-VEN                      VALUE "S".
       77  FALHOU-GRV-WS                       PIC X(01).
           88  FALHOU-GRV                      VALUE "S".
       77  DIVERGIU-WS                         PIC X(01).
           88  DIVERGIU                        VALUE "S".
      *
      *    COMPETENCIA (MES/ANO DA DATA FINAL DOS DOIS CALCULOS)
       77  MES-COMP-WS     VALUE ZEROS         PIC 9(02).
       01  ANO-COMP-WS     VALUE ZEROS         PIC 9(04).
       01  FILLER REDEFINES ANO-COMP-WS.
           05  FILLER                          PIC 9(02).
           05  ANO2-COMP-WS                    PIC 9(02).
       01  COMPET-WS.
           05  ANO-COMPET-WS                   PIC 9(04).
           05  MES-COMPET-WS                   PIC 9(02).
       01  COMPET-N-WS REDEFINES COMPET-WS     PIC 9(06).
       01  HOJE-WS                             PIC 9(08).
       01  FILLER REDEFINES HOJE-WS.
           05  ANO-HOJE-WS                     PIC 9(04).
           05  MES-HOJE-WS                     PIC 9(02).
           05  DIA-HOJE-WS                     PIC 9(02).
      *
      *    LEITURA DE UM RESULTADO: ORIGEM "C" = CONVCOMI, "E" =
      *    CONVESTO; O CABECALHO TRAZ O PROGRAMA E A FAIXA DE DATAS
       77  ORIGEM-WS                           PIC X(01).
           88  ORIGEM-COMI                     VALUE "C".
           88  ORIGEM-ESTO                     VALUE "E".
       77  PROGRAMA-ESPERADO-WS                PIC X(08).
       77  SITUACAO-RES-WS                     PIC X(01).
           88  RESULTADO-OK                    VALUE "O".
           88  RESULTADO-AUSENTE               VALUE "A".
           88  RESULTADO-INVALIDO              VALUE "I".
       77  TEM-TRAILER-WS                      PIC X(01).
           88  TEM-TRAILER                     VALUE "S".
       77  QTD-DET-RES-WS                      PIC 9(07).
       77  QTD-TRAILER-RES-WS                  PIC 9(07).
       77  SOMA-RES-WS                         PIC 9(11)V99.
       77  CONTROLE-RES-WS                     PIC 9(11)V99.
       77  ESTORNO-CORR-WS                     PIC 9(11)V99.
       77  FAIXA-LIDA-WS                       PIC X(40).
       77  FAIXA-COMI-WS                       PIC X(40).
       77  FAIXA-ESTO-WS                       PIC X(40).
      *
      *    TOTAIS DOS DEMONSTRATIVOS (TRAILERS DOS RESULTADOS) E DO
      *    ARQUIVO DA FOLHA, PARA A CONCILIACAO
       77  TOT-COMI-WS                         PIC 9(11)V99.
       77  TOT-ESTO-WS                         PIC 9(11)V99.
       77  TOT-BRUTA-FP-WS                     PIC 9(11)V99.
       77  TOT-ESTORNO-FP-WS                   PIC 9(11)V99.
       77  TOT-LIQ-FP-WS                       PIC S9(11)V99.
       77  TOT-LIQ-CALC-WS                     PIC S9(11)V99.
      *
      *    APURACAO POR VENDEDOR, EM ORDEM DE CODIGO
       77  QTD-FP-WS       VALUE 0             PIC 9(03).
       77  IDX-FP-WS                           PIC 9(03).
       77  IDX-MOVE-WS                         PIC 9(03).
       77  FORA-FP-WS      VALUE 0             PIC 9(05).
       01  TAB-FP-WS.
           05  TAB-FP-ITEM OCCURS 500 TIMES.
               10  VEND-TAB-FP-WS              PIC 9(03).
               10  BRUTA-TAB-FP-WS             PIC 9(11)V99.
               10  ESTORNO-TAB-FP-WS           PIC 9(11)V99.
       77  VEND-CORR-WS                        PIC 9(03).
       77  LIQ-CORR-WS                         PIC S9(11)V99.
      *
      *    NOMES DOS VENDEDORES (DO x:ARQVENff.TXT)
       77  QTD-VEN-WS      VALUE 0             PIC 9(03).
       01  TAB-VEN-WS.
           05  TAB-VEN-ITEM OCCURS 300 TIMES INDEXED BY IDX-VEN-WS.
               10  COD-TAB-VEN-WS              PIC 9(03).
               10  NOME-TAB-VEN-WS             PIC X(30).
       77  NOME-CORR-WS                        PIC X(30).
      *
       01  LINHA-DET-WS.
           05  VEND-LIN-WS                     PIC 9(03).
           05  FILLER                          PIC X(02).
           05  NOME-LIN-WS                     PIC X(30).
           05  BRUTA-LIN-WS                    PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                          PIC X(01).
           05  ESTORNO-LIN-WS                  PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                          PIC X(01).
           05  LIQ-LIN-WS                      PIC ZZ.ZZZ.ZZZ.ZZ9,99-.
       01  LINHA-CONC-WS.
           05  TEXTO-CONC-WS                   PIC X(16).
           05  FILLER  VALUE "ARQUIVO "        PIC X(08).
           05  ARQ-CONC-WS                     PIC ZZ.ZZZ.ZZZ.ZZ9,99-.
           05  FILLER                          PIC X(02).
           05  ORIGEM-CONC-WS                  PIC X(22).
           05  DEMO-CONC-WS                    PIC ZZ.ZZZ.ZZZ.ZZ9,99-.
           05  FILLER                          PIC X(02).
           05  SITUACAO-CONC-WS                PIC X(11).
       77  VALOR-ED-WS                         PIC ZZ.ZZZ.ZZZ.ZZ9,99-.
      *
           COPY TELAWS.
           COPY PARMAUTO.
      *
           COPY OPERWS.
           COPY DURAWS.
           COPY FILIALVL.
           COPY CABCONV.
      *
      *    NOMES DOS ARQUIVOS
       01  ARQRES-WS.
           05  U-RES-WS                        PIC X(01).
           05  FILLER VALUE ":"                PIC X(01).
           05  PREFIXO-RES-WS                  PIC X(02).
           05  ANO-RES-WS                      PIC 9(02).
           05  MES-RES-WS                      PIC 9(02).
           05  FILIAL-RES-WS                   PIC 9(02).
           05  FILLER VALUE ".RES"             PIC X(04).
       01  ARQVEN-WS.
           05  U-VEN-WS                        PIC X(01).
           05  FILLER VALUE ":ARQVEN"          PIC X(07).
           05  FILIAL-VEN-WS                   PIC 9(02).
           05  FILLER VALUE ".TXT"             PIC X(04).
       01  ARQFPTMP-WS.
           05  U-FPTMP-WS                      PIC X(01).
           05  FILLER VALUE ":FP"              PIC X(03).
           05  ANO-FPTMP-WS                    PIC 9(02).
           05  MES-FPTMP-WS                    PIC 9(02).
           05  FILIAL-FPTMP-WS                 PIC 9(02).
           05  FILLER VALUE ".TMP"             PIC X(04).
       01  ARQFPDEF-WS.
           05  U-FPDEF-WS                      PIC X(01).
           05  FILLER VALUE ":FP"              PIC X(03).
           05  ANO-FPDEF-WS                    PIC 9(02).
           05  MES-FPDEF-WS                    PIC 9(02).
           05  FILIAL-FPDEF-WS                 PIC 9(02).
           05  FILLER VALUE ".TXT"             PIC X(04).
      *
       01  DRIVE-FILIAL-WS.
           05  U-FOPA-WS                       PIC X(01).
           05  FILIAL-FOPA-WS                  PIC 9(02).
      *
           COPY ARQRVL.
      *
           COPY TRAVAWS.
      *
       PROCEDURE DIVISION.
      *
       INICIO-010.
           DISPLAY (1, 1) ERASE.
           ACCEPT HORA-INI-EXEC-WS FROM TIME.
       015-DATAS.
           DISPLAY (5, 12) "* INTERFACE DE COMISSOES COM A FOLHA *"

           PERFORM CARREGA-FILIAL THRU CARREGA-FILIAL-EXIT
           MOVE "CONVFOPA" TO PROGRAMA-EXEC-WS
           PERFORM CARREGA-PARM THRU CARREGA-PARM-EXIT
           IF MODO-AUTO
               MOVE DRIVE-PARM-WS TO U-FOPA-WS
               MOVE FILIAL-INI-PARM-WS TO FILIAL-FOPA-WS.

           DISPLAY (9, 10) "Operador................:"
           IF NOT MODO-AUTO
               ACCEPT (, ) OPERADOR-EXEC-WS WITH PROMPT UPDATE.
           MOVE "CONVFOPA" TO PROGRAMA-ACE-WS
           MOVE MODO-AUTO-WS TO SEM-SENHA-ACE-WS
           PERFORM AUTENTICA-OPERADOR THRU AUTENTICA-OPERADOR-EXIT.

           DISPLAY (10, 10) "Informe o Drive dos arqs:"
           IF NOT MODO-AUTO
               ACCEPT (, ) U-FOPA-WS WITH PROMPT UPDATE
               ACCEPT ESCAPE-77 FROM ESCAPE KEY
               IF ESCAPE-77 NOT = ZEROS STOP RUN.

           DISPLAY (11, 10) "Informe a Filial .......:"
           IF NOT MODO-AUTO
               ACCEPT (, ) FILIAL-FOPA-WS WITH PROMPT UPDATE
               IF ESCAPE-77 NOT = ZEROS GO TO INICIO-010.
           PERFORM VARYING IDX-FIL-VL-WS FROM 1 BY 1
               UNTIL IDX-FIL-VL-WS > QTD-FILIAL-VL
               OR FILIAL-VL-WS (IDX-FIL-VL-WS) = FILIAL-FOPA-WS
           END-PERFORM
           IF IDX-FIL-VL-WS > QTD-FILIAL-VL
               DISPLAY (24, 10) "FILIAL INVALIDA - VERIFIQUE O NUMERO"
               IF MODO-AUTO GO TO TERMINA-ERRO-PARM END-IF
               GO TO INICIO-010.

           ACCEPT HOJE-WS FROM DATE YYYYMMDD
           MOVE ZEROS TO MES-COMP-WS ANO-COMP-WS
           DISPLAY (12, 10) "Competencia (mes).......:"
           DISPLAY (12, 40) "Ano (aaaa):"
           DISPLAY (13, 10) "(em branco = mes anterior)"
           IF NOT MODO-AUTO
               ACCEPT (12, 36) MES-COMP-WS WITH PROMPT UPDATE
               IF ESCAPE-77 NOT = ZEROS GO TO INICIO-010 END-IF
               ACCEPT (12, 52) ANO-COMP-WS WITH PROMPT UPDATE
               IF ESCAPE-77 NOT = ZEROS GO TO INICIO-010.
           IF MODO-AUTO
               MOVE MES-INI-PARM-WS TO MES-COMP-WS
               MOVE ANO-INI-PARM-WS TO ANO-COMP-WS.
           IF MES-COMP-WS = ZEROS
               MOVE ANO-HOJE-WS TO ANO-COMP-WS
               COMPUTE MES-COMP-WS = MES-HOJE-WS - 1
               IF MES-COMP-WS = ZEROS
                   MOVE 12 TO MES-COMP-WS
                   SUBTRACT 1 FROM ANO-COMP-WS.
           IF ANO-COMP-WS = ZEROS
               MOVE ANO-HOJE-WS TO ANO-COMP-WS.
           MOVE ANO-COMP-WS TO ANO-COMPET-WS
           MOVE MES-COMP-WS TO MES-COMPET-WS
           IF MES-COMP-WS > 12
               OR COMPET-N-WS > HOJE-WS (1:6)
               DISPLAY (24, 10) "COMPETENCIA INVALIDA OU FUTURA"
               IF MODO-AUTO GO TO TERMINA-ERRO-PARM END-IF
               GO TO INICIO-010.
           DISPLAY (13, 10) "Competencia da folha....:"
           DISPLAY (13, 36) MES-COMP-WS "/" ANO-COMP-WS
               "                    ".

           MOVE 0 TO QTD-FP-WS FORA-FP-WS LIDOS-77 GRAVADOS-77
           MOVE 0 TO TOT-COMI-WS TOT-ESTO-WS
           MOVE U-FOPA-WS TO U-RES-WS
           MOVE ANO2-COMP-WS TO ANO-RES-WS
           MOVE MES-COMP-WS TO MES-RES-WS
           MOVE FILIAL-FOPA-WS TO FILIAL-RES-WS

      *    AS DUAS APURACOES DA COMPETENCIA TEM DE TER TERMINADO
           MOVE "C" TO ORIGEM-WS
           MOVE "CM" TO PREFIXO-RES-WS
           MOVE "CONVCOMI" TO PROGRAMA-ESPERADO-WS
           PERFORM CARREGA-RESULTADO THRU CARREGA-RESULTADO-EXIT
           IF NOT RESULTADO-OK
               PERFORM MOSTRA-FALTA-RESULTADO
               IF MODO-AUTO GO TO TERMINA-ERRO-PARM END-IF
               GO TO 015-DATAS.
           MOVE FAIXA-LIDA-WS TO FAIXA-COMI-WS
           MOVE CONTROLE-RES-WS TO TOT-COMI-WS

           MOVE "E" TO ORIGEM-WS
           MOVE "ES" TO PREFIXO-RES-WS
           MOVE "CONVESTO" TO PROGRAMA-ESPERADO-WS
           PERFORM CARREGA-RESULTADO THRU CARREGA-RESULTADO-EXIT
           IF NOT RESULTADO-OK
               PERFORM MOSTRA-FALTA-RESULTADO
               IF MODO-AUTO GO TO TERMINA-ERRO-PARM END-IF
               GO TO 015-DATAS.
           MOVE FAIXA-LIDA-WS TO FAIXA-ESTO-WS
           MOVE CONTROLE-RES-WS TO TOT-ESTO-WS

           IF FAIXA-COMI-WS NOT = FAIXA-ESTO-WS
               DISPLAY (23, 10) "CONVCOMI E CONVESTO COM FAIXAS"
               DISPLAY (23, 41) "DIFERENTES - REFACA UM DELES"
               IF MODO-AUTO GO TO TERMINA-ERRO-PARM END-IF
               GO TO 015-DATAS.
           IF FORA-FP-WS NOT = ZEROS
               DISPLAY (24, 10) "MAIS DE 500 VENDEDORES - NADA GRAVADO"
               IF MODO-AUTO GO TO TERMINA-ERRO-PARM END-IF
               GO TO 015-DATAS.

           PERFORM CARREGA-VENDEDORES THRU CARREGA-VENDEDORES-EXIT
           PERFORM GRAVA-INTERFACE
           IF FALHOU-GRV OR DIVERGIU
               DISPLAY (23, 10) "INTERFACE NAO GRAVADA - VEJA O"
               DISPLAY (23, 41) "CONVFOPA.REL"
               MOVE 8 TO RETURN-CODE
               IF MODO-AUTO GOBACK END-IF
               GO TO 015-DATAS.
           DISPLAY (23, 10) "INTERFACE GRAVADA - CONTROLE EM"
           DISPLAY (23, 42) "CONVFOPA.REL"
           PERFORM GRAVA-LOG
           IF MODO-AUTO GOBACK.
           GO TO 015-DATAS.
      *
      *    LE O RESULTADO DO CONVCOMI OU DO CONVESTO DA COMPETENCIA:
      *    CONFERE O CABECALHO E O TRAILER (QUANTIDADE E CONTROLE) E
      *    ACUMULA POR VENDEDOR A COMISSAO BRUTA (CONVCOMI) OU OS
      *    ESTORNOS DE RECLAMACAO E INADIMPLENCIA (CONVESTO)
       CARREGA-RESULTADO.
           MOVE "O" TO SITUACAO-RES-WS
           MOVE "N" TO FIM-RES-WS TEM-TRAILER-WS
           MOVE 0 TO QTD-DET-RES-WS QTD-TRAILER-RES-WS
           MOVE 0 TO SOMA-RES-WS CONTROLE-RES-WS
           MOVE SPACES TO FAIXA-LIDA-WS
           OPEN INPUT ARQ-RES
           IF ESTADO-RES NOT = ZEROS
               MOVE "A" TO SITUACAO-RES-WS
               GO TO CARREGA-RESULTADO-EXIT.
           READ ARQ-RES AT END MOVE "S" TO FIM-RES-WS END-READ
           MOVE REGCOMR-TX TO REGCAB-WS
           IF ACABOU-RES OR TIPO-REG-CAB-WS NOT = "0"
               OR PROGRAMA-CAB-WS NOT = PROGRAMA-ESPERADO-WS
               MOVE "I" TO SITUACAO-RES-WS
               CLOSE ARQ-RES
               GO TO CARREGA-RESULTADO-EXIT.
           MOVE FAIXA-CAB-WS TO FAIXA-LIDA-WS
           PERFORM LE-RESULTADO THRU LE-RESULTADO-EXIT
               UNTIL ACABOU-RES
           CLOSE ARQ-RES
           IF NOT TEM-TRAILER
               OR QTD-TRAILER-RES-WS NOT = QTD-DET-RES-WS
               OR CONTROLE-RES-WS NOT = SOMA-RES-WS
               MOVE "I" TO SITUACAO-RES-WS.
       CARREGA-RESULTADO-EXIT.
           EXIT.
      *
       LE-RESULTADO.
           READ ARQ-RES AT END MOVE "S" TO FIM-RES-WS END-READ
           IF ACABOU-RES GO TO LE-RESULTADO-EXIT.
           IF TIPO-REG-COMR-TX = "9"
               MOVE "S" TO TEM-TRAILER-WS
               MOVE QTD-REG-COMR-TR TO QTD-TRAILER-RES-WS
               MOVE CONTROLE-COMR-TR TO CONTROLE-RES-WS
               GO TO LE-RESULTADO-EXIT.
           IF TIPO-REG-COMR-TX NOT = "1"
               GO TO LE-RESULTADO-EXIT.
           ADD 1 TO QTD-DET-RES-WS LIDOS-77
           MOVE VEND-COMR-TX TO VEND-CORR-WS
           PERFORM ACHA-VENDEDOR-FP THRU ACHA-VENDEDOR-FP-EXIT
           IF IDX-FP-WS = ZEROS
               ADD 1 TO FORA-FP-WS
           END-IF
           IF ORIGEM-COMI
               ADD BRUTA-COMR-TX TO SOMA-RES-WS
               IF IDX-FP-WS NOT = ZEROS
                   ADD BRUTA-COMR-TX TO BRUTA-TAB-FP-WS (IDX-FP-WS)
               END-IF
           ELSE
               COMPUTE ESTORNO-CORR-WS = RECL-COMR-TX + INAD-COMR-TX
               ADD ESTORNO-CORR-WS TO SOMA-RES-WS
               IF IDX-FP-WS NOT = ZEROS
                   ADD ESTORNO-CORR-WS
                       TO ESTORNO-TAB-FP-WS (IDX-FP-WS).
       LE-RESULTADO-EXIT.
           EXIT.
      *
      *    ACHA (OU INSERE NA ORDEM DO CODIGO) A LINHA DO VENDEDOR
      *    VEND-CORR-WS; IDX-FP-WS = ZEROS QUANDO A TABELA ESTA CHEIA
       ACHA-VENDEDOR-FP.
           PERFORM VARYING IDX-FP-WS FROM 1 BY 1
               UNTIL IDX-FP-WS > QTD-FP-WS
               OR VEND-TAB-FP-WS (IDX-FP-WS) NOT < VEND-CORR-WS
           END-PERFORM
           IF IDX-FP-WS NOT > QTD-FP-WS
               IF VEND-TAB-FP-WS (IDX-FP-WS) = VEND-CORR-WS
                   GO TO ACHA-VENDEDOR-FP-EXIT.
           IF QTD-FP-WS NOT < 500
               MOVE ZEROS TO IDX-FP-WS
               GO TO ACHA-VENDEDOR-FP-EXIT.
           PERFORM ABRE-ESPACO-FP
               VARYING IDX-MOVE-WS FROM QTD-FP-WS BY -1
               UNTIL IDX-MOVE-WS < IDX-FP-WS
           ADD 1 TO QTD-FP-WS
           MOVE VEND-CORR-WS TO VEND-TAB-FP-WS (IDX-FP-WS)
           MOVE ZEROS TO BRUTA-TAB-FP-WS (IDX-FP-WS)
           MOVE ZEROS TO ESTORNO-TAB-FP-WS (IDX-FP-WS).
       ACHA-VENDEDOR-FP-EXIT.
           EXIT.
      *
       ABRE-ESPACO-FP.
           MOVE TAB-FP-ITEM (IDX-MOVE-WS)
               TO TAB-FP-ITEM (IDX-MOVE-WS + 1).
      *
       MOSTRA-FALTA-RESULTADO.
           IF RESULTADO-AUSENTE
               DISPLAY (23, 10) PROGRAMA-ESPERADO-WS
               DISPLAY (23, 19) "DA COMPETENCIA NAO CONCLUIDO - RODE"
               DISPLAY (23, 55) "ANTES DA INTERFACE"
           ELSE
               DISPLAY (23, 10) "RESULTADO DO"
               DISPLAY (23, 23) PROGRAMA-ESPERADO-WS
               DISPLAY (23, 32) "INCOMPLETO - REFACA O CALCULO".
      *
      *    GRAVA A INTERFACE SOB NOME TEMPORARIO E O RELATORIO DE
      *    CONTROLE; SO EFETIVA O ARQUIVO SE OS TOTAIS BATEM COM OS
      *    DEMONSTRATIVOS
       GRAVA-INTERFACE.
           MOVE "N" TO FALHOU-GRV-WS DIVERGIU-WS
           MOVE 0 TO TOT-BRUTA-FP-WS TOT-ESTORNO-FP-WS TOT-LIQ-FP-WS
           MOVE U-FOPA-WS TO U-FPTMP-WS U-FPDEF-WS
           MOVE ANO2-COMP-WS TO ANO-FPTMP-WS ANO-FPDEF-WS
           MOVE MES-COMP-WS TO MES-FPTMP-WS MES-FPDEF-WS
           MOVE FILIAL-FOPA-WS TO FILIAL-FPTMP-WS FILIAL-FPDEF-WS
           OPEN OUTPUT ARQ-REL
           MOVE SPACES TO REG-REL
           STRING "INTERFACE DE COMISSOES COM A FOLHA - FILIAL "
               FILIAL-FOPA-WS " - COMPETENCIA " MES-COMP-WS "/"
               ANO-COMP-WS "   OPERADOR " OPERADOR-EXEC-WS
               DELIMITED BY SIZE INTO REG-REL
           WRITE REG-REL
           MOVE SPACES TO REG-REL
           STRING "FAIXA DOS CALCULOS (CONVCOMI E CONVESTO): "
               FAIXA-COMI-WS
               DELIMITED BY SIZE INTO REG-REL
           WRITE REG-REL
           MOVE SPACES TO REG-REL
           WRITE REG-REL
           MOVE SPACES TO REG-REL
           STRING "VEND  NOME" "                            "
               "COMISSAO BRUTA" "          ESTORNOS"
               "           LIQUIDO"
               DELIMITED BY SIZE INTO REG-REL
           WRITE REG-REL
           MOVE SPACES TO REG-REL
           WRITE REG-REL
           OPEN OUTPUT ARQ-FP
           IF ESTADO NOT = ZEROS
               MOVE "S" TO FALHOU-GRV-WS.
           MOVE "CONVFOPA" TO PROGRAMA-CAB-WS
           ACCEPT DATA-GER-CAB-WS FROM DATE YYYYMMDD
           ACCEPT HORA-GER-CAB-WS FROM TIME
           MOVE FILIAL-FOPA-WS TO FILIAL-CAB-WS
           MOVE SPACES TO FAIXA-CAB-WS
           STRING "COMPETENCIA " MES-COMP-WS "/" ANO-COMP-WS
               DELIMITED BY SIZE
               INTO FAIXA-CAB-WS
           WRITE REGFOPA-TX FROM REGCAB-WS
           IF ESTADO NOT = ZEROS
               MOVE "S" TO FALHOU-GRV-WS.
           PERFORM GRAVA-VENDEDOR-FP THRU GRAVA-VENDEDOR-FP-EXIT
               VARYING IDX-FP-WS FROM 1 BY 1
               UNTIL IDX-FP-WS > QTD-FP-WS
           MOVE SPACES TO REGFOPA-TR
           MOVE "9" TO TIPO-REG-FOPA-TR
           MOVE GRAVADOS-77 TO QTD-REG-FOPA-TR
           MOVE TOT-BRUTA-FP-WS TO CONTROLE-FOPA-TR
           MOVE TOT-ESTORNO-FP-WS TO ESTORNO-FOPA-TR
           MOVE TOT-LIQ-FP-WS TO LIQUIDA-FOPA-TR
           WRITE REGFOPA-TR
           IF ESTADO NOT = ZEROS
               MOVE "S" TO FALHOU-GRV-WS.
           CLOSE ARQ-FP
           PERFORM GRAVA-CONCILIACAO
           IF FALHOU-GRV OR DIVERGIU
               CALL "CBL_DELETE_FILE" USING ARQFPTMP-WS
               MOVE SPACES TO REG-REL
               WRITE REG-REL
               IF FALHOU-GRV
                   MOVE "*** ERRO DE GRAVACAO - INTERFACE DESCARTADA"
                       TO REG-REL
               ELSE
                   MOVE "*** DIVERGENCIA - INTERFACE NAO GRAVADA ***"
                       TO REG-REL
               END-IF
               WRITE REG-REL
           ELSE
               CALL "CBL_DELETE_FILE" USING ARQFPDEF-WS
               CALL "CBL_RENAME_FILE" USING ARQFPTMP-WS ARQFPDEF-WS
               MOVE SPACES TO REG-REL
               WRITE REG-REL
               MOVE SPACES TO REG-REL
               STRING "INTERFACE GRAVADA EM " ARQFPDEF-WS
                   DELIMITED BY SIZE INTO REG-REL
               WRITE REG-REL.
           CLOSE ARQ-REL.
      *
      *    UMA LINHA DA FOLHA E DO RELATORIO POR VENDEDOR (SEM
      *    COMISSAO NEM ESTORNO NO MES O VENDEDOR NAO VAI PARA A FOLHA)
       GRAVA-VENDEDOR-FP.
           IF BRUTA-TAB-FP-WS (IDX-FP-WS) = ZEROS
               AND ESTORNO-TAB-FP-WS (IDX-FP-WS) = ZEROS
               GO TO GRAVA-VENDEDOR-FP-EXIT.
           MOVE VEND-TAB-FP-WS (IDX-FP-WS) TO VEND-CORR-WS
           PERFORM ACHA-NOME-VENDEDOR
           COMPUTE LIQ-CORR-WS = BRUTA-TAB-FP-WS (IDX-FP-WS)
               - ESTORNO-TAB-FP-WS (IDX-FP-WS)
           MOVE SPACES TO REGFOPA-TX
           MOVE "1" TO TIPO-REG-FOPA-TX
           MOVE FILIAL-FOPA-WS TO FILIAL-FOPA-TX
           MOVE VEND-CORR-WS TO VEND-FOPA-TX
           MOVE NOME-CORR-WS TO NOME-FOPA-TX
           MOVE COMPET-N-WS TO COMPET-FOPA-TX
           MOVE BRUTA-TAB-FP-WS (IDX-FP-WS) TO BRUTA-FOPA-TX
           MOVE ESTORNO-TAB-FP-WS (IDX-FP-WS) TO ESTORNO-FOPA-TX
           MOVE LIQ-CORR-WS TO LIQUIDA-FOPA-TX
           WRITE REGFOPA-TX
           IF ESTADO NOT = ZEROS
               MOVE "S" TO FALHOU-GRV-WS.
           ADD 1 TO GRAVADOS-77
           ADD BRUTA-TAB-FP-WS (IDX-FP-WS) TO TOT-BRUTA-FP-WS
           ADD ESTORNO-TAB-FP-WS (IDX-FP-WS) TO TOT-ESTORNO-FP-WS
           ADD LIQ-CORR-WS TO TOT-LIQ-FP-WS
           MOVE SPACES TO LINHA-DET-WS
           MOVE VEND-CORR-WS TO VEND-LIN-WS
           MOVE NOME-CORR-WS TO NOME-LIN-WS
           MOVE BRUTA-TAB-FP-WS (IDX-FP-WS) TO BRUTA-LIN-WS
           MOVE ESTORNO-TAB-FP-WS (IDX-FP-WS) TO ESTORNO-LIN-WS
           MOVE LIQ-CORR-WS TO LIQ-LIN-WS
           WRITE REG-REL FROM LINHA-DET-WS.
       GRAVA-VENDEDOR-FP-EXIT.
           EXIT.
      *
      *    TOTAIS DO ARQUIVO CONTRA OS TOTAIS GERAIS IMPRESSOS NO
      *    CONVCOMI.REL (COMISSAO) E NO CONVESTO.REL (RECL + INAD)
       GRAVA-CONCILIACAO.
           MOVE SPACES TO REG-REL
           WRITE REG-REL
           MOVE SPACES TO LINHA-DET-WS
           MOVE "TOTAL DO ARQUIVO" TO NOME-LIN-WS
           MOVE TOT-BRUTA-FP-WS TO BRUTA-LIN-WS
           MOVE TOT-ESTORNO-FP-WS TO ESTORNO-LIN-WS
           MOVE TOT-LIQ-FP-WS TO LIQ-LIN-WS
           WRITE REG-REL FROM LINHA-DET-WS
           MOVE SPACES TO REG-REL
           STRING "VENDEDORES GRAVADOS: " GRAVADOS-77
               "   RESULTADOS LIDOS: " LIDOS-77
               DELIMITED BY SIZE INTO REG-REL
           WRITE REG-REL
           MOVE SPACES TO REG-REL
           WRITE REG-REL
           MOVE "CONCILIACAO COM OS DEMONSTRATIVOS:" TO REG-REL
           WRITE REG-REL
           MOVE SPACES TO LINHA-CONC-WS
           MOVE "COMISSAO BRUTA" TO TEXTO-CONC-WS
           MOVE TOT-BRUTA-FP-WS TO ARQ-CONC-WS
           MOVE "CONVCOMI TOTAL GERAL" TO ORIGEM-CONC-WS
           MOVE TOT-COMI-WS TO DEMO-CONC-WS
           MOVE "OK" TO SITUACAO-CONC-WS
           IF TOT-BRUTA-FP-WS NOT = TOT-COMI-WS
               MOVE "DIVERGENTE" TO SITUACAO-CONC-WS
               MOVE "S" TO DIVERGIU-WS.
           WRITE REG-REL FROM LINHA-CONC-WS
           MOVE SPACES TO LINHA-CONC-WS
           MOVE "ESTORNOS" TO TEXTO-CONC-WS
           MOVE TOT-ESTORNO-FP-WS TO ARQ-CONC-WS
           MOVE "CONVESTO RECL + INAD" TO ORIGEM-CONC-WS
           MOVE TOT-ESTO-WS TO DEMO-CONC-WS
           MOVE "OK" TO SITUACAO-CONC-WS
           IF TOT-ESTORNO-FP-WS NOT = TOT-ESTO-WS
               MOVE "DIVERGENTE" TO SITUACAO-CONC-WS
               MOVE "S" TO DIVERGIU-WS.
           WRITE REG-REL FROM LINHA-CONC-WS
           COMPUTE TOT-LIQ-CALC-WS = TOT-COMI-WS - TOT-ESTO-WS
           MOVE SPACES TO LINHA-CONC-WS
           MOVE "LIQUIDO" TO TEXTO-CONC-WS
           MOVE TOT-LIQ-FP-WS TO ARQ-CONC-WS
           MOVE "COMISSAO - ESTORNOS" TO ORIGEM-CONC-WS
           MOVE TOT-LIQ-CALC-WS TO DEMO-CONC-WS
           MOVE "OK" TO SITUACAO-CONC-WS
           IF TOT-LIQ-FP-WS NOT = TOT-LIQ-CALC-WS
               MOVE "DIVERGENTE" TO SITUACAO-CONC-WS
               MOVE "S" TO DIVERGIU-WS.
           WRITE REG-REL FROM LINHA-CONC-WS.
      *
      *    NOME DO VENDEDOR VEND-CORR-WS (EM BRANCO SE NAO CADASTRADO)
       ACHA-NOME-VENDEDOR.
           MOVE SPACES TO NOME-CORR-WS
           PERFORM VARYING IDX-VEN-WS FROM 1 BY 1
               UNTIL IDX-VEN-WS > QTD-VEN-WS
               OR COD-TAB-VEN-WS (IDX-VEN-WS) = VEND-CORR-WS
           END-PERFORM
           IF IDX-VEN-WS NOT > QTD-VEN-WS
               MOVE NOME-TAB-VEN-WS (IDX-VEN-WS) TO NOME-CORR-WS.
      *
      *    CARREGA CODIGO E NOME DOS VENDEDORES DO ARQUIVO GERADO
      *    PELO CONVVEND
       CARREGA-VENDEDORES.
           MOVE 0 TO QTD-VEN-WS
           MOVE U-FOPA-WS TO U-VEN-WS
           MOVE FILIAL-FOPA-WS TO FILIAL-VEN-WS
           MOVE "N" TO FIM-VEN-WS
           OPEN INPUT ARQ-VEN
           IF ESTADO-VEN NOT = ZEROS
               DISPLAY (24, 10)
                   "ARQVEN .TXT AUSENTE - FOLHA SAI SEM NOMES"
               GO TO CARREGA-VENDEDORES-EXIT.
           PERFORM LE-VEN THRU LE-VEN-EXIT UNTIL ACABOU-VEN
           CLOSE ARQ-VEN.
       CARREGA-VENDEDORES-EXIT.
           EXIT.
      *
       LE-VEN.
           READ ARQ-VEN AT END MOVE "S" TO FIM-VEN-WS END-READ
           IF ACABOU-VEN GO TO LE-VEN-EXIT.
           IF REG-VEN (1:1) = "0" AND REG-VEN (2:4) = "CONV"
               GO TO LE-VEN-EXIT.
           IF REG-VEN (1:1) = "9" AND REG-VEN (22:39) = SPACES
               GO TO LE-VEN-EXIT.
           IF QTD-VEN-WS < 300
               ADD 1 TO QTD-VEN-WS
               MOVE COD-VEN  TO COD-TAB-VEN-WS  (QTD-VEN-WS)
               MOVE NOME-VEN TO NOME-TAB-VEN-WS (QTD-VEN-WS).
       LE-VEN-EXIT.
           EXIT.
      *
      *    GRAVA UMA LINHA NO LOG PERSISTENTE DE EXECUCOES (CONVLOG.LOG)
       GRAVA-LOG.
           MOVE "CONVFOPA" TO PROGRAMA-LOG-TX
           ACCEPT DATA-EXEC-LOG-TX FROM DATE YYYYMMDD
           ACCEPT HORA-EXEC-LOG-TX FROM TIME
           MOVE OPERADOR-EXEC-WS TO OPERADOR-LOG-TX
           ACCEPT HORA-FIM-EXEC-WS FROM TIME
           PERFORM CALCULA-DURACAO
           MOVE HORA-INI6-EXEC-WS TO HORA-INI-LOG-TX
           MOVE DURACAO-EXEC-WS TO DURACAO-LOG-TX
           MOVE TOT-LIQ-FP-WS TO VALOR-ED-WS
           MOVE SPACES TO FILTRO-LOG-TX
           STRING "FIL=" FILIAL-FOPA-WS " COMP=" MES-COMP-WS "/"
               ANO-COMP-WS " LIQ=" VALOR-ED-WS
               DELIMITED BY SIZE
               INTO FILTRO-LOG-TX
           MOVE LIDOS-77 TO LIDOS-LOG-TX
           MOVE GRAVADOS-77 TO GRAVADOS-LOG-TX
           MOVE 0 TO GRAVADOS2-LOG-TX
           MOVE "CONVFOPA.REL" TO NOME-REL-ARR-WS
           PERFORM GUARDA-RELATORIO THRU GUARDA-RELATORIO-EXIT
           OPEN EXTEND ARQ-LOG
           IF  ESTADO-LOG NOT = ZEROS
               OPEN OUTPUT ARQ-LOG.
           WRITE REGLOG-TX
           CLOSE ARQ-LOG.
      *
      *    PROCURA EM "CONVPARM.DAT" A LINHA DE PARAMETROS DESTE
      *    PROGRAMA; SE ACHAR, LIGA O MODO NAO ASSISTIDO (A
      *    COMPETENCIA VEM NO MES/ANO INICIAL DA LINHA)
       CARREGA-PARM.
           MOVE "N" TO MODO-AUTO-WS
           MOVE "N" TO FIM-PRM-WS
           OPEN INPUT ARQ-PRM
           IF ESTADO-PRM NOT = ZEROS
               GO TO CARREGA-PARM-EXIT.
           PERFORM LE-PRM THRU LE-PRM-EXIT UNTIL ACABOU-PRM OR MODO-AUTO
           CLOSE ARQ-PRM.
       CARREGA-PARM-EXIT.
           EXIT.
      *
       LE-PRM.
           READ ARQ-PRM AT END MOVE "S" TO FIM-PRM-WS END-READ
           IF ACABOU-PRM GO TO LE-PRM-EXIT.
           IF PROGRAMA-PARM-TX = PROGRAMA-EXEC-WS
               MOVE "S" TO MODO-AUTO-WS
               MOVE DRIVE-PARM-TX      TO DRIVE-PARM-WS
               MOVE FILIAL-INI-PARM-TX TO FILIAL-INI-PARM-WS
               MOVE FILIAL-FIM-PARM-TX TO FILIAL-FIM-PARM-WS
               MOVE DIA-INI-PARM-TX    TO DIA-INI-PARM-WS
               MOVE MES-INI-PARM-TX    TO MES-INI-PARM-WS
               MOVE ANO-INI-PARM-TX    TO ANO-INI-PARM-WS
               MOVE DIA-FIM-PARM-TX    TO DIA-FIM-PARM-WS
               MOVE MES-FIM-PARM-TX    TO MES-FIM-PARM-WS
               MOVE ANO-FIM-PARM-TX    TO ANO-FIM-PARM-WS
               MOVE FILTRO-PARM-TX     TO FILTRO-PARM-WS
               MOVE TELA-PARM-TX       TO TELA-PARM-WS
               MOVE OPERADOR-PARM-TX   TO OPERADOR-PARM-WS
               MOVE OPERADOR-PARM-TX   TO OPERADOR-EXEC-WS.
       LE-PRM-EXIT.
           EXIT.
      *
      *    EM MODO NAO ASSISTIDO NAO HA OPERADOR PARA CORRIGIR UM
      *    PARAMETRO INVALIDO: DEVOLVE O CONTROLE COM CODIGO 8
       TERMINA-ERRO-PARM.
           MOVE 8 TO RETURN-CODE
           GOBACK.
      *
           COPY FILIALPR.
      *
           COPY DURAPR.
      *
           COPY OPERPR.
      *
           COPY ARQRPR.
      *
           COPY TRAVAPR.
