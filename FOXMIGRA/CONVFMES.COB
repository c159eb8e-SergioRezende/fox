      *
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. CONVFMES.
       AUTHOR. LUIS AUGUSTO.
      *
      *    DATA DA ALTERACAO: 10/96
      *
      *    FECHAMENTO DO MES: DISPARA NA ORDEM OS PROGRAMAS MENSAIS
      *    QUE O FISCAL E O FINANCEIRO RODAVAM A MAO (LIVROS DE SAIDA
      *    E ENTRADA, APURACOES DE ICMS E IPI, ISS, RETENCOES E O
      *    ARQUIVO MAGNETICO; DEPOIS BALANCETE, COMISSOES E ESTORNOS,
      *    METAS, HISTORICO DE VENDAS, CONTAS A PAGAR E FLUXO DE
      *    CAIXA) PARA UM DRIVE/FILIAL/MES INFORMADOS UMA VEZ SO.
      *    ANTES DE RODAR QUALQUER UM CONFERE QUE O MES INTEIRO JA
      *    FOI CONVERTIDO (CHECKPOINT "CONVCKP.DAT" DE CONVNOTA,
      *    CONVENTR, CONVBAIX E CONVBORD ATE O ULTIMO DIA), QUE TODOS
      *    OS DIAS ESTAO FECHADOS NO "CONVFECH.DAT" (CADFECH) E QUE
      *    NAO HA ETAPA DA CADEIA DIARIA DO MES ESPERANDO NA FILA DE
      *    REEXECUCAO; FALTANDO ALGO, LISTA AS PENDENCIAS E NAO RODA
      *    NADA. OS PROGRAMAS RECEBEM OS PARAMETROS PELO
      *    "CONVPARM.DAT" E RODAM EM MODO NAO ASSISTIDO; O QUE FALHA
      *    (OU DEPENDE DE UM QUE FALHOU: AS APURACOES DEPOIS DOS
      *    LIVROS, O MAGNETICO DEPOIS DE TODO O FISCAL, O ESTORNO
      *    DEPOIS DAS COMISSOES) VAI PARA A MESMA FILA DE REEXECUCAO
      *    DA CADEIA DIARIA ("CONVRTRY.DAT") E O CONVRRUN O REPETE.
      *    NO FIM SAI EM "CONVFMES.REL" A LISTA DE CONFERENCIA DO
      *    FECHAMENTO: CADA RELATORIO COM A SITUACAO E OS TOTAIS DE
      *    CONTROLE DA EXECUCAO (DO CONVLOG.LOG), COM ESPACO PARA O
      *    VISTO DE QUEM CONFERIU.
      *
      *    DATA DA ALTERACAO: 10/96
      *
      *    CADA "CONVFMES.REL" GERADO E GUARDADO NO ARQUIVO DE
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
           SELECT      ARQ-PRM    ASSIGN     TO   "CONVPARM.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ESTADO-PRM.
      *
           SELECT      ARQ-LOG    ASSIGN     TO   "CONVLOG.LOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ESTADO-LOG.
      *
           COPY ARQRSL.
      *
           COPY TRAVASL.
      *
           SELECT      ARQ-RTY    ASSIGN     TO   "CONVRTRY.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ESTADO-RTY.
      *
           SELECT      ARQ-CKP    ASSIGN     TO   "CONVCKP.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ESTADO-CKP.
      *
           SELECT      ARQ-REL    ASSIGN     TO   "CONVFMES.REL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ESTADO-REL.
      *
           COPY FECHASL.
      *
           COPY FILIALSL.
      *
           COPY OPERSL.
      *
       DATA DIVISION.
       FILE SECTION.
      *
      *    REGISTRO DE PARAMETROS DE EXECUCAO (ARQ. "CONVPARM.DAT")
       FD  ARQ-PRM
           LABEL RECORD IS STANDARD.
           COPY PARMCONV.
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
      *    REGISTRO DA FILA DE REEXECUCAO (ARQ. "CONVRTRY.DAT")
       FD  ARQ-RTY
           LABEL RECORD IS STANDARD.
           COPY RTRYCONV.
      *
      *    REGISTRO DE CHECKPOINT DO ULTIMO DIA CONVERTIDO
      *    (ARQ. "CONVCKP.DAT")
       FD  ARQ-CKP
           LABEL RECORD IS STANDARD.
           COPY CHECKPT.
      *
      *    LISTA DE CONFERENCIA DO FECHAMENTO (ARQ. "CONVFMES.REL")
       FD  ARQ-REL
           LABEL     RECORD       STANDARD
           VALUE     OF FILE-ID   "CONVFMES.REL"
           DATA      RECORD       REG-REL.
       01  REG-REL                           PIC X(110).
      *
           COPY FECHAFD.
      *
           COPY FILIALFD.
      *
           COPY OPERFD.
      *
       WORKING-STORAGE SECTION.
      *
      *    OPERADOR DA EXECUCAO (REGISTRADO NO CONVLOG.LOG)
       77  OPERADOR-EXEC-WS VALUE "????????"   PIC X(08).
      *
           COPY OPERWS.
      *
       77  ESTADO-PRM            PIC X(02).
       77  ESTADO-LOG            PIC X(02).
       77  ESTADO-RTY            PIC X(02).
       77  ESTADO-CKP            PIC X(02).
       77  ESTADO-REL            PIC X(02).
       77  J                                   PIC 9(02).
       77  K                                   PIC 9(02).
       77  LINHA-ETAPA-WS                      PIC 9(02).
       77  EXECUTADOS-77   VALUE 0             PIC 9(02).
       77  FALHAS-77       VALUE 0             PIC 9(02).
       77  PULADAS-77      VALUE 0             PIC 9(02).
       77  CODIGO-FALHA-WS VALUE 0             PIC 9(02).
       77  PULA-ETAPA-WS   VALUE "N"           PIC X(01).
           88  PULA-ETAPA        VALUE "S".
       77  CONFIRMA-WS     VALUE "N"           PIC X(01).
      *
      *    DRIVE, FILIAL E MES DO FECHAMENTO
       77  U-MES-WS                            PIC X(01).
       77  FILIAL-MES-WS   VALUE ZEROS         PIC 9(02).
       77  MES-MES-WS      VALUE ZEROS         PIC 9(02).
       77  ANO-MES-WS      VALUE ZEROS         PIC 9(04).
       77  NOME-FIL-MES-WS VALUE SPACES        PIC X(20).
      *    ULTIMO DIA DO MES, COMO AAAAMMDD, PARA AS CONFERENCIAS
       01  FIM-MES-WS.
           05  ANO-FIM-MES-WS                  PIC 9(04).
           05  MES-FIM-MES-WS                  PIC 9(02).
           05  DIA-FIM-MES-WS                  PIC 9(02).
      *
      *    CALENDARIO (ULTIMO DIA DO MES DO FECHAMENTO)
       01  DIAS-MES-VL-WS  PIC X(24) VALUE "312831303130313130313031".
       01  FILLER REDEFINES DIAS-MES-VL-WS.
           05  DIAS-MES-VL OCCURS 12 TIMES     PIC 9(02).
       77  MES-CAL-WS                          PIC 9(02).
       77  ANO-CAL-WS                          PIC 9(04).
       77  ULT-DIA-MES-WS                      PIC 9(02).
       77  QUOC-BISS-WS                        PIC 9(04).
       77  RESTO-BISS-WS                       PIC 9(04).
      *
      *    PROGRAMAS DO FECHAMENTO NA ORDEM DE EXECUCAO: PRIMEIRO O
      *    FISCAL (LIVROS, APURACOES E O MAGNETICO, QUE SAI POR
      *    ULTIMO PARA IR JUNTO COM OS LIVROS), DEPOIS A CONTABILIDADE,
      *    O COMERCIAL E O FINANCEIRO. CADA ITEM TRAZ O PROGRAMA, O
      *    RELATORIO QUE ELE GERA E O QUE O TOTAL DE GRAVADOS CONTA
       01  ETAPAS-MES-WS.
           05  FILLER  VALUE "CONVLSAI"        PIC X(08).
           05  FILLER  VALUE "LIVRO DE SAIDAS     " PIC X(20).
           05  FILLER  VALUE "NOTAS IMPRESSAS"  PIC X(15).
           05  FILLER  VALUE "CONVLENT"        PIC X(08).
           05  FILLER  VALUE "LIVRO DE ENTRADAS   " PIC X(20).
           05  FILLER  VALUE "NOTAS IMPRESSAS"  PIC X(15).
           05  FILLER  VALUE "CONVAPUR"        PIC X(08).
           05  FILLER  VALUE "APURACAO DE ICMS    " PIC X(20).
           05  FILLER  VALUE "CFOS APURADOS  "  PIC X(15).
           05  FILLER  VALUE "CONVIPI "        PIC X(08).
           05  FILLER  VALUE "APURACAO DE IPI     " PIC X(20).
           05  FILLER  VALUE "CFOS APURADOS  "  PIC X(15).
           05  FILLER  VALUE "CONVISS "        PIC X(08).
           05  FILLER  VALUE "ISS POR MUNICIPIO   " PIC X(20).
           05  FILLER  VALUE "SERVICOS       "  PIC X(15).
           05  FILLER  VALUE "CONVRETE"        PIC X(08).
           05  FILLER  VALUE "RETENCOES NA FONTE  " PIC X(20).
           05  FILLER  VALUE "RETENCOES      "  PIC X(15).
           05  FILLER  VALUE "CONVSINT"        PIC X(08).
           05  FILLER  VALUE "MAGNETICO FISCAL    " PIC X(20).
           05  FILLER  VALUE "REG. 50 / 54   "  PIC X(15).
           05  FILLER  VALUE "CONVBALA"        PIC X(08).
           05  FILLER  VALUE "BALANCETE           " PIC X(20).
           05  FILLER  VALUE "CONTAS         "  PIC X(15).
           05  FILLER  VALUE "CONVCOMI"        PIC X(08).
           05  FILLER  VALUE "COMISSOES           " PIC X(20).
           05  FILLER  VALUE "VENDEDORES     "  PIC X(15).
           05  FILLER  VALUE "CONVESTO"        PIC X(08).
           05  FILLER  VALUE "ESTORNO DE COMISSOES" PIC X(20).
           05  FILLER  VALUE "ESTORNOS       "  PIC X(15).
           05  FILLER  VALUE "CONVMETA"        PIC X(08).
           05  FILLER  VALUE "METAS DE VENDA      " PIC X(20).
           05  FILLER  VALUE "VENDEDORES     "  PIC X(15).
           05  FILLER  VALUE "CONVHIST"        PIC X(08).
           05  FILLER  VALUE "HISTORICO DE VENDAS " PIC X(20).
           05  FILLER  VALUE "LINHAS GRAVADAS"  PIC X(15).
           05  FILLER  VALUE "CONVPAGA"        PIC X(08).
           05  FILLER  VALUE "AGENDA A PAGAR      " PIC X(20).
           05  FILLER  VALUE "PARCELAS       "  PIC X(15).
           05  FILLER  VALUE "CONVFLUX"        PIC X(08).
           05  FILLER  VALUE "FLUXO DE CAIXA      " PIC X(20).
           05  FILLER  VALUE "DUPL. ABERTAS  "  PIC X(15).
       01  FILLER REDEFINES ETAPAS-MES-WS.
           05  ETAPA-MES-ITEM OCCURS 14 TIMES.
               10  PROGRAMA-ETAPA-WS           PIC X(08).
               10  DESCR-ETAPA-WS              PIC X(20).
               10  ROTULO-ETAPA-WS             PIC X(15).
       77  QTD-ETAPAS-WS   VALUE 14            PIC 9(02).
       77  IDX-ETAPA-WS                        PIC 9(02).
      *    PROGRAMA DA LINHA DO CONVPARM.DAT EM GRAVACAO E O DIA
      *    INICIAL DA FAIXA DELE (O FLUXO DE CAIXA PROJETA A PARTIR
      *    DO ULTIMO DIA DO MES; OS DEMAIS PEGAM O MES INTEIRO)
       77  PROGRAMA-GRAVA-WS                   PIC X(08).
       77  DIA-INI-ETAPA-WS                    PIC 9(02).
      *
      *    RESULTADO DE CADA ETAPA ("O" = OK, "E" = ERRO, "D" =
      *    DEPENDENTE PULADA, BRANCO = NAO RODOU) E OS TOTAIS DE
      *    CONTROLE DA ULTIMA LINHA DELA NO CONVLOG.LOG DESTA RODADA
       01  RESULT-MES-WS.
           05  RESULT-MES-ITEM OCCURS 14 TIMES.
               10  RESULT-ETAPA-WS             PIC X(01).
                   88  ETAPA-FALHOU    VALUE "E" "D".
               10  CODIGO-ETAPA-WS             PIC 9(02).
               10  TEM-LOG-ETAPA-WS            PIC X(01).
               10  LIDOS-ETAPA-WS              PIC 9(07).
               10  GRAVADOS-ETAPA-WS           PIC 9(07).
               10  GRAVADOS2-ETAPA-WS          PIC 9(07).
      *
      *    INICIO DA RODADA (AAAAMMDDHHMMSS): SO AS LINHAS DO
      *    CONVLOG.LOG DE PROGRAMAS QUE COMECARAM DESTE MOMENTO EM
      *    DIANTE (DATA DA LINHA E HORA DE INICIO) SAO DESTA RODADA
       01  CARIMBO-INI-WS.
           05  DATA-CAR-INI-WS                 PIC 9(08).
           05  HORA-CAR-INI-WS                 PIC 9(06).
       01  CARIMBO-LOG-WS.
           05  DATA-CAR-LOG-WS                 PIC 9(08).
           05  HORA-CAR-LOG-WS                 PIC 9(06).
       77  FIM-LOG-WS      VALUE "N"           PIC X(01).
           88  ACABOU-LOG        VALUE "S".
      *
      *    PROGRAMAS DA CONVERSAO DIA A DIA COM CHECKPOINT
       01  CONVERSAO-WS.
           05  FILLER  VALUE "CONVNOTA"        PIC X(08).
           05  FILLER  VALUE "CONVENTR"        PIC X(08).
           05  FILLER  VALUE "CONVBAIX"        PIC X(08).
           05  FILLER  VALUE "CONVBORD"        PIC X(08).
       01  FILLER REDEFINES CONVERSAO-WS.
           05  PROGRAMA-CONV-WS OCCURS 4 TIMES PIC X(08).
       77  IDX-CONV-WS                         PIC 9(02).
      *
      *    TABELA EM MEMORIA DO CHECKPOINT (ARQ. "CONVCKP.DAT"), UMA
      *    ENTRADA POR PROGRAMA/FILIAL
       01  TAB-CKP-WS.
           05  TAB-CKP-ITEM-WS OCCURS 50 TIMES.
               10  PROGRAMA-TAB-CKP-WS         PIC X(08).
               10  FILIAL-TAB-CKP-WS           PIC 9(02).
               10  DATA-TAB-CKP-WS.
                   15  ANO-TAB-CKP-WS          PIC 9(04).
                   15  MES-TAB-CKP-WS          PIC 9(02).
                   15  DIA-TAB-CKP-WS          PIC 9(02).
       77  QTD-CKP-WS         VALUE 0          PIC 9(02).
       77  IDX-CKP-WS                          PIC 9(02).
       77  FIM-CKP-WS                          PIC X(01).
           88  ACABOU-CKP                      VALUE "S".
      *
      *    DIAS DO MES FORA DE FAIXA FECHADA: PRIMEIRO DIA DA
      *    SEQUENCIA ABERTA EM CURSO (ZERO = NENHUMA)
       77  DIA-CONF-WS                         PIC 9(02).
       77  DIA-ABERTO-INI-WS VALUE 0           PIC 9(02).
       77  DIA-ABERTO-FIM-WS VALUE 0           PIC 9(02).
      *
      *    PENDENCIAS QUE IMPEDEM O FECHAMENTO
       01  TAB-PEND-WS.
           05  TEXTO-TAB-PEND-WS OCCURS 40 TIMES  PIC X(60).
       77  QTD-PEND-WS     VALUE 0             PIC 9(02).
       77  IDX-PEND-WS                         PIC 9(02).
       77  DESCARTADAS-PEND-77 VALUE 0         PIC 9(03).
       77  TEXTO-PEND-WS                       PIC X(60).
      *
      *    FILA DE REEXECUCAO EM MEMORIA (ARQ. "CONVRTRY.DAT"). A
      *    RODADA ANOTA AS ETAPAS QUE FALHARAM E TIRA AS DO MES QUE
      *    AGORA TERMINARAM BEM; NO FIM A FILA E REGRAVADA SO COM O
      *    QUE CONTINUA PENDENTE ("P")
       01  FILA-WS.
           05  ITEM-FILA-WS OCCURS 60 TIMES.
               10  PROGRAMA-FILA-WS            PIC X(08).
               10  DRIVE-FILA-WS               PIC X(01).
               10  FILIAL-FILA-WS              PIC 9(02).
               10  DIA-INI-FILA-WS             PIC 9(02).
               10  MES-INI-FILA-WS             PIC 9(02).
               10  ANO-INI-FILA-WS             PIC 9(04).
               10  DIA-FIM-FILA-WS             PIC 9(02).
               10  MES-FIM-FILA-WS             PIC 9(02).
               10  ANO-FIM-FILA-WS             PIC 9(04).
               10  CODIGO-FILA-WS              PIC 9(02).
               10  SITUACAO-FILA-WS            PIC X(01).
                   88  FILA-PENDENTE VALUE "P".
       77  QTD-FILA-WS     VALUE 0             PIC 9(02).
       77  IDX-FILA-WS                         PIC 9(02).
       77  LIVRES-FILA-WS                      PIC 9(02).
       77  FIM-RTY-WS      VALUE "N"           PIC X(01).
           88  ACABOU-RTY        VALUE "S".
       77  DESCARTADOS-FILA-77 VALUE 0         PIC 9(05).
       77  RESTANTES-77    VALUE 0             PIC 9(02).
       77  ALTEROU-FILA-WS VALUE "N"           PIC X(01).
           88  ALTEROU-FILA      VALUE "S".
      *    MES DA ENTRADA DA FILA E DO FECHAMENTO, COMO AAAAMM
       77  MES-REF-WS                          PIC 9(06).
       77  MES-INI-REF-WS                      PIC 9(06).
       77  MES-FIM-REF-WS                      PIC 9(06).
      *
       01  NOME-PARM-WS    VALUE "CONVPARM.DAT"  PIC X(12).
       01  NOME-RTRY-WS    VALUE "CONVRTRY.DAT"  PIC X(12).
      *
      *    LINHAS DA LISTA DE CONFERENCIA
       01  DATA-HOJE-WS                        PIC 9(08).
       01  FILLER REDEFINES DATA-HOJE-WS.
           05  ANO-HOJE-WS                     PIC 9(04).
           05  MES-HOJE-WS                     PIC 9(02).
           05  DIA-HOJE-WS                     PIC 9(02).
       01  CAB-ETP-WS.
           05  FILLER  VALUE "PROGRAMA  RELATORIO            SITUACAO"
                                               PIC X(40).
           05  FILLER  VALUE "               LIDOS  TOTAL DE CONTROLE"
                                               PIC X(39).
           05  FILLER  VALUE "                   VISTO"
                                               PIC X(24).
       01  LINHA-ETP-WS.
           05  PROGRAMA-LIN-WS                 PIC X(08).
           05  FILLER                          PIC X(02) VALUE SPACES.
           05  DESCR-LIN-WS                    PIC X(20).
           05  FILLER                          PIC X(01) VALUE SPACES.
           05  RESULT-LIN-WS                   PIC X(19).
           05  FILLER                          PIC X(01) VALUE SPACES.
           05  TOTAIS-LIN-WS.
               10  LIDOS-LIN-WS                PIC Z.ZZZ.ZZ9.
               10  FILLER                      PIC X(02).
               10  ROTULO-LIN-WS               PIC X(15).
               10  GRAVADOS-LIN-WS             PIC Z.ZZZ.ZZ9.
               10  FILLER                      PIC X(01).
               10  GRAVADOS2-LIN-WS            PIC Z.ZZZ.ZZZ.
           05  FILLER                          PIC X(02) VALUE SPACES.
           05  VISTO-LIN-WS    VALUE "[    ]"  PIC X(06).
       01  RESULT-ERRO-WS.
           05  FILLER  VALUE "ERRO - RETORNO "    PIC X(15).
           05  CODIGO-LIN-WS                   PIC 9(02).
      *
           COPY TELAWS.
           COPY DURAWS.
           COPY FILIALVL.
      *
           COPY FECHAVL.
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
       015-DADOS.
           DISPLAY (2, 22) "* FECHAMENTO DO MES - CADEIA MENSAL *"

           DISPLAY (3, 10) "Operador................:"
           ACCEPT (, ) OPERADOR-EXEC-WS WITH PROMPT UPDATE
           ACCEPT ESCAPE-77 FROM ESCAPE KEY
           IF ESCAPE-77 NOT = ZEROS STOP RUN.
           MOVE "CONVFMES" TO PROGRAMA-ACE-WS
           PERFORM AUTENTICA-OPERADOR THRU AUTENTICA-OPERADOR-EXIT
           PERFORM CARREGA-FILIAL THRU CARREGA-FILIAL-EXIT

           DISPLAY (4, 10) "Informe o Drive dos arqs:"
           ACCEPT (, ) U-MES-WS WITH PROMPT UPDATE
           ACCEPT ESCAPE-77 FROM ESCAPE KEY
           IF ESCAPE-77 NOT = ZEROS STOP RUN.

           DISPLAY (5, 10) "Informe a Filial .......:"
           ACCEPT (, ) FILIAL-MES-WS WITH PROMPT UPDATE
           IF ESCAPE-77 NOT = ZEROS GO TO INICIO-010.
           PERFORM VARYING IDX-FIL-VL-WS FROM 1 BY 1
               UNTIL IDX-FIL-VL-WS > QTD-FILIAL-VL
               OR FILIAL-VL-WS (IDX-FIL-VL-WS) = FILIAL-MES-WS
           END-PERFORM
           IF IDX-FIL-VL-WS > QTD-FILIAL-VL
               DISPLAY (24, 10) "FILIAL INVALIDA - VERIFIQUE O NUMERO"
               GO TO INICIO-010.
           MOVE NOME-FIL-VL-WS (IDX-FIL-VL-WS) TO NOME-FIL-MES-WS

           DISPLAY (6, 10) "Mes do fechamento (mm)..:"
           ACCEPT (, ) MES-MES-WS WITH PROMPT UPDATE
           IF ESCAPE-77 NOT = ZEROS GO TO INICIO-010.
           DISPLAY (7, 10) "Ano (aaaa)..............:"
           ACCEPT (, ) ANO-MES-WS WITH PROMPT UPDATE
           IF ESCAPE-77 NOT = ZEROS GO TO INICIO-010.
           IF MES-MES-WS = ZEROS OR MES-MES-WS > 12
               OR ANO-MES-WS = ZEROS
               DISPLAY (24, 10) "MES/ANO INVALIDO"
               GO TO INICIO-010.
           MOVE MES-MES-WS TO MES-CAL-WS
           MOVE ANO-MES-WS TO ANO-CAL-WS
           PERFORM CALCULA-ULT-DIA
           MOVE ANO-MES-WS     TO ANO-FIM-MES-WS
           MOVE MES-MES-WS     TO MES-FIM-MES-WS
           MOVE ULT-DIA-MES-WS TO DIA-FIM-MES-WS
           COMPUTE MES-REF-WS = ANO-MES-WS * 100 + MES-MES-WS

           PERFORM CARREGA-FILA THRU CARREGA-FILA-EXIT
      *    AS ETAPAS QUE FALHAREM ENTRAM NA FILA, QUE O CONVRRUN SO
      *    CARREGA ATE 60 ENTRADAS: SEM LUGAR PARA TODAS, NAO COMECA
           COMPUTE LIVRES-FILA-WS = 60 - QTD-FILA-WS
           IF DESCARTADOS-FILA-77 NOT = ZEROS
               OR LIVRES-FILA-WS < QTD-ETAPAS-WS
               DISPLAY (22, 10) "FILA DE REEXECUCAO QUASE CHEIA -"
               DISPLAY (22, 43) "RODE O CONVRRUN ANTES"
               DISPLAY (23, 10) "FECHAMENTO NAO INICIADO"
               STOP RUN.

           PERFORM CONFERE-MES
           IF QTD-PEND-WS NOT = ZEROS
               PERFORM IMPRIME-CONFERENCIA
               PERFORM MOSTRA-PENDENCIAS
               PERFORM GRAVA-LOG
               STOP RUN.

           DISPLAY (9, 10) "MES CONVERTIDO E FECHADO ATE O DIA"
           DISPLAY (9, 45) ULT-DIA-MES-WS
           DISPLAY (10, 10) "Confirma o fechamento (S/N)?"
           MOVE "N" TO CONFIRMA-WS
           ACCEPT (10, 39) CONFIRMA-WS WITH PROMPT UPDATE
           IF CONFIRMA-WS NOT = "S" GO TO INICIO-010.

           PERFORM GRAVA-PARM

           DISPLAY (1, 1) ERASE
           DISPLAY (2, 22) "* FECHAMENTO DO MES - CADEIA MENSAL *"
           DISPLAY (3, 10) "FILIAL"
           DISPLAY (3, 17) FILIAL-MES-WS
           DISPLAY (3, 21) "MES"
           DISPLAY (3, 25) MES-MES-WS
           DISPLAY (3, 27) "/"
           DISPLAY (3, 28) ANO-MES-WS
           PERFORM MOSTRA-ETAPA
               VARYING IDX-ETAPA-WS FROM 1 BY 1
               UNTIL IDX-ETAPA-WS > QTD-ETAPAS-WS
           ACCEPT DATA-CAR-INI-WS FROM DATE YYYYMMDD
           MOVE HORA-INI6-EXEC-WS TO HORA-CAR-INI-WS
           MOVE SPACES TO RESULT-MES-WS
           MOVE 0 TO EXECUTADOS-77 FALHAS-77 PULADAS-77.
      *
      *    EXECUTA AS ETAPAS EM SEQUENCIA; A FALHA DE UMA NAO PARA AS
      *    INDEPENDENTES (A LISTA DE CONFERENCIA MOSTRA TUDO NO FIM)
       100-EXECUTA.
           PERFORM EXECUTA-ETAPA THRU EXECUTA-ETAPA-EXIT
               VARYING IDX-ETAPA-WS FROM 1 BY 1
               UNTIL IDX-ETAPA-WS > QTD-ETAPAS-WS
           CALL "CBL_DELETE_FILE" USING NOME-PARM-WS
           IF ALTEROU-FILA
               PERFORM REGRAVA-FILA.
           PERFORM CARREGA-TOTAIS THRU CARREGA-TOTAIS-EXIT
           PERFORM IMPRIME-CONFERENCIA
           PERFORM ENCERRA-MES
           PERFORM GRAVA-LOG
           STOP RUN.
      *
      *    UMA ETAPA DO FECHAMENTO. O PROGRAMA E DESCARREGADO DEPOIS
      *    DA CHAMADA, COMO NO LOTE NOTURNO DO CONVLOTE
       EXECUTA-ETAPA.
           COMPUTE LINHA-ETAPA-WS = 3 + IDX-ETAPA-WS
           MOVE SPACE TO RESULT-ETAPA-WS (IDX-ETAPA-WS)
           MOVE 0 TO CODIGO-ETAPA-WS (IDX-ETAPA-WS)
           PERFORM CONFERE-DEPEND
           IF PULA-ETAPA
               DISPLAY (LINHA-ETAPA-WS, 25) "DEPENDENTE"
               MOVE "D" TO RESULT-ETAPA-WS (IDX-ETAPA-WS)
               ADD 1 TO PULADAS-77
               MOVE 0 TO CODIGO-FALHA-WS
               PERFORM ANOTA-FILA
               GO TO EXECUTA-ETAPA-EXIT.
           DISPLAY (LINHA-ETAPA-WS, 25) "EXECUTANDO"
           MOVE 0 TO RETURN-CODE
           CALL PROGRAMA-ETAPA-WS (IDX-ETAPA-WS)
           CANCEL PROGRAMA-ETAPA-WS (IDX-ETAPA-WS)
           IF RETURN-CODE NOT = ZEROS
               MOVE RETURN-CODE TO CODIGO-FALHA-WS
               MOVE 0 TO RETURN-CODE
               DISPLAY (LINHA-ETAPA-WS, 25) "*** ERRO *"
               MOVE "E" TO RESULT-ETAPA-WS (IDX-ETAPA-WS)
               MOVE CODIGO-FALHA-WS TO CODIGO-ETAPA-WS (IDX-ETAPA-WS)
               ADD 1 TO FALHAS-77
               PERFORM ANOTA-FILA
               GO TO EXECUTA-ETAPA-EXIT.
           DISPLAY (LINHA-ETAPA-WS, 25) "OK        "
           MOVE "O" TO RESULT-ETAPA-WS (IDX-ETAPA-WS)
           ADD 1 TO EXECUTADOS-77
           PERFORM BAIXA-FILA
               VARYING IDX-FILA-WS FROM 1 BY 1
               UNTIL IDX-FILA-WS > QTD-FILA-WS.
       EXECUTA-ETAPA-EXIT.
           EXIT.
      *
      *    AS APURACOES DE ICMS E IPI SAO O FECHO DOS DOIS LIVROS E
      *    SO RODAM COM OS DOIS GERADOS; O MAGNETICO VAI PARA O
      *    ESTADO JUNTO COM OS LIVROS E ESPERA TODO O FISCAL; O
      *    ESTORNO ABATE AS COMISSOES E ESPERA O CONVCOMI. A ETAPA
      *    PULADA ENTRA NA FILA E O CONVRRUN RESPEITA A MESMA ORDEM
       CONFERE-DEPEND.
           MOVE "N" TO PULA-ETAPA-WS
           IF PROGRAMA-ETAPA-WS (IDX-ETAPA-WS) = "CONVAPUR"
           OR PROGRAMA-ETAPA-WS (IDX-ETAPA-WS) = "CONVIPI"
               PERFORM VARYING J FROM 1 BY 1
                   UNTIL J > QTD-ETAPAS-WS
                   OR (ETAPA-FALHOU (J)
                       AND (PROGRAMA-ETAPA-WS (J) = "CONVLSAI"
                         OR PROGRAMA-ETAPA-WS (J) = "CONVLENT"))
               END-PERFORM
               IF J NOT > QTD-ETAPAS-WS
                   MOVE "S" TO PULA-ETAPA-WS.
           IF PROGRAMA-ETAPA-WS (IDX-ETAPA-WS) = "CONVSINT"
               PERFORM VARYING J FROM 1 BY 1
                   UNTIL J NOT < IDX-ETAPA-WS
                   OR ETAPA-FALHOU (J)
               END-PERFORM
               IF J < IDX-ETAPA-WS
                   MOVE "S" TO PULA-ETAPA-WS.
           IF PROGRAMA-ETAPA-WS (IDX-ETAPA-WS) = "CONVESTO"
               PERFORM VARYING J FROM 1 BY 1
                   UNTIL J > QTD-ETAPAS-WS
                   OR (ETAPA-FALHOU (J)
                       AND PROGRAMA-ETAPA-WS (J) = "CONVCOMI")
               END-PERFORM
               IF J NOT > QTD-ETAPAS-WS
                   MOVE "S" TO PULA-ETAPA-WS.
      *
      *    FAIXA DA ETAPA: O MES INTEIRO, SALVO O FLUXO DE CAIXA, QUE
      *    PROJETA A PARTIR DA DATA BASE (O ULTIMO DIA DO MES)
       MONTA-FAIXA-ETAPA.
           MOVE 1 TO DIA-INI-ETAPA-WS
           IF PROGRAMA-GRAVA-WS = "CONVFLUX"
               MOVE ULT-DIA-MES-WS TO DIA-INI-ETAPA-WS.
      *
      *    ANOTA A ETAPA NA FILA DE REEXECUCAO COM OS PARAMETROS DA
      *    EXECUCAO E O CODIGO DE RETORNO. SE A MESMA ETAPA DO MES JA
      *    ESTAVA NA FILA (FECHAMENTO REPETIDO), SO ATUALIZA O CODIGO
       ANOTA-FILA.
           MOVE PROGRAMA-ETAPA-WS (IDX-ETAPA-WS) TO PROGRAMA-GRAVA-WS
           PERFORM MONTA-FAIXA-ETAPA
           MOVE "S" TO ALTEROU-FILA-WS
           PERFORM VARYING K FROM 1 BY 1
               UNTIL K > QTD-FILA-WS
               OR (FILA-PENDENTE (K)
                   AND PROGRAMA-FILA-WS (K) = PROGRAMA-GRAVA-WS
                   AND FILIAL-FILA-WS (K) = FILIAL-MES-WS
                   AND MES-INI-FILA-WS (K) = MES-MES-WS
                   AND ANO-INI-FILA-WS (K) = ANO-MES-WS)
           END-PERFORM
           IF K > QTD-FILA-WS
               ADD 1 TO QTD-FILA-WS
               MOVE QTD-FILA-WS TO K.
           MOVE PROGRAMA-GRAVA-WS TO PROGRAMA-FILA-WS (K)
           MOVE U-MES-WS          TO DRIVE-FILA-WS    (K)
           MOVE FILIAL-MES-WS     TO FILIAL-FILA-WS   (K)
           MOVE DIA-INI-ETAPA-WS  TO DIA-INI-FILA-WS  (K)
           MOVE MES-MES-WS        TO MES-INI-FILA-WS  (K)
           MOVE ANO-MES-WS        TO ANO-INI-FILA-WS  (K)
           MOVE ULT-DIA-MES-WS    TO DIA-FIM-FILA-WS  (K)
           MOVE MES-MES-WS        TO MES-FIM-FILA-WS  (K)
           MOVE ANO-MES-WS        TO ANO-FIM-FILA-WS  (K)
           MOVE CODIGO-FALHA-WS   TO CODIGO-FILA-WS   (K)
           MOVE "P"               TO SITUACAO-FILA-WS (K).
      *
      *    A ETAPA TERMINOU BEM: SAI DA FILA A ENTRADA DELA DESTE MES,
      *    DEIXADA POR UM FECHAMENTO ANTERIOR
       BAIXA-FILA.
           IF FILA-PENDENTE (IDX-FILA-WS)
               AND PROGRAMA-FILA-WS (IDX-FILA-WS)
                   = PROGRAMA-ETAPA-WS (IDX-ETAPA-WS)
               AND FILIAL-FILA-WS (IDX-FILA-WS) = FILIAL-MES-WS
               AND MES-INI-FILA-WS (IDX-FILA-WS) = MES-MES-WS
               AND ANO-INI-FILA-WS (IDX-FILA-WS) = ANO-MES-WS
               MOVE "F" TO SITUACAO-FILA-WS (IDX-FILA-WS)
               MOVE "S" TO ALTEROU-FILA-WS.
      *
      *    MOSTRA UMA LINHA DO PAINEL DE ANDAMENTO
       MOSTRA-ETAPA.
           COMPUTE LINHA-ETAPA-WS = 3 + IDX-ETAPA-WS
           DISPLAY (LINHA-ETAPA-WS, 10)
               PROGRAMA-ETAPA-WS (IDX-ETAPA-WS)
           DISPLAY (LINHA-ETAPA-WS, 25) "AGUARDANDO"
           DISPLAY (LINHA-ETAPA-WS, 37) DESCR-ETAPA-WS (IDX-ETAPA-WS).
      *
      *    FIM DO FECHAMENTO: COMPLETO OU COM FALHAS NA FILA
       ENCERRA-MES.
           IF FALHAS-77 = ZEROS AND PULADAS-77 = ZEROS
               DISPLAY (22, 10) "FECHAMENTO COMPLETO - CONFIRA A LISTA"
               DISPLAY (23, 10) "EM CONVFMES.REL"
           ELSE
               DISPLAY (22, 10) "FECHAMENTO COM FALHAS NA FILA - ERROS:"
               DISPLAY (22, 49) FALHAS-77
               DISPLAY (22, 52) "PULADAS:"
               DISPLAY (22, 61) PULADAS-77
               DISPLAY (23, 10) "RODE O CONVRRUN PARA AS PENDENTES"
               DISPLAY (24, 10) "LISTA DE CONFERENCIA EM CONVFMES.REL".
      *
      *    PENDENCIAS NA TELA (AS PRIMEIRAS; A LISTA TRAZ TODAS)
       MOSTRA-PENDENCIAS.
           DISPLAY (9, 10) "MES NAO PODE SER FECHADO - PENDENCIAS:"
           PERFORM MOSTRA-PEND
               VARYING IDX-PEND-WS FROM 1 BY 1
               UNTIL IDX-PEND-WS > QTD-PEND-WS
               OR IDX-PEND-WS > 11
           DISPLAY (22, 10) "NADA EXECUTADO - LISTA EM CONVFMES.REL".
      *
       MOSTRA-PEND.
           COMPUTE LINHA-ETAPA-WS = 9 + IDX-PEND-WS
           DISPLAY (LINHA-ETAPA-WS, 12) TEXTO-TAB-PEND-WS (IDX-PEND-WS).
      *
      *    CONFERE SE O MES PODE SER FECHADO: CONVERSAO DIA A DIA
      *    COMPLETA ATE O ULTIMO DIA, TODOS OS DIAS FECHADOS E NENHUMA
      *    ETAPA DIARIA DO MES ESPERANDO NA FILA DE REEXECUCAO
       CONFERE-MES.
           MOVE 0 TO QTD-PEND-WS DESCARTADAS-PEND-77
           PERFORM CARREGA-CKP THRU CARREGA-CKP-EXIT
           PERFORM CONFERE-CKP THRU CONFERE-CKP-EXIT
               VARYING IDX-CONV-WS FROM 1 BY 1
               UNTIL IDX-CONV-WS > 4
           PERFORM CARREGA-FECH THRU CARREGA-FECH-EXIT
           MOVE 0 TO DIA-ABERTO-INI-WS
           MOVE FILIAL-MES-WS TO FILIAL-TESTE-FEC-WS
           MOVE ANO-MES-WS TO ANO-TESTE-FEC-WS
           MOVE MES-MES-WS TO MES-TESTE-FEC-WS
           PERFORM CONFERE-DIA
               VARYING DIA-CONF-WS FROM 1 BY 1
               UNTIL DIA-CONF-WS > ULT-DIA-MES-WS
           IF DIA-ABERTO-INI-WS NOT = ZEROS
               MOVE ULT-DIA-MES-WS TO DIA-ABERTO-FIM-WS
               PERFORM ANOTA-DIAS-ABERTOS.
           PERFORM CONFERE-FILA THRU CONFERE-FILA-EXIT
               VARYING IDX-FILA-WS FROM 1 BY 1
               UNTIL IDX-FILA-WS > QTD-FILA-WS.
      *
      *    O CHECKPOINT DO PROGRAMA NA FILIAL TEM DE ESTAR NO ULTIMO
      *    DIA DO MES OU DEPOIS
       CONFERE-CKP.
           PERFORM VARYING IDX-CKP-WS FROM 1 BY 1
               UNTIL IDX-CKP-WS > QTD-CKP-WS
               OR (PROGRAMA-TAB-CKP-WS (IDX-CKP-WS)
                   = PROGRAMA-CONV-WS (IDX-CONV-WS)
               AND FILIAL-TAB-CKP-WS (IDX-CKP-WS) = FILIAL-MES-WS)
           END-PERFORM
           IF IDX-CKP-WS > QTD-CKP-WS
               MOVE SPACES TO TEXTO-PEND-WS
               STRING PROGRAMA-CONV-WS (IDX-CONV-WS)
                   " SEM CHECKPOINT NA FILIAL (CONVCKP.DAT)"
                   DELIMITED BY SIZE INTO TEXTO-PEND-WS
               PERFORM ANOTA-PEND
               GO TO CONFERE-CKP-EXIT.
      *    CHECKPOINT ANTIGO, SEM O ANO, VALE PARA O ANO DO FECHAMENTO
           IF ANO-TAB-CKP-WS (IDX-CKP-WS) = ZEROS
               MOVE ANO-MES-WS TO ANO-TAB-CKP-WS (IDX-CKP-WS).
           IF DATA-TAB-CKP-WS (IDX-CKP-WS) NOT < FIM-MES-WS
               GO TO CONFERE-CKP-EXIT.
           MOVE SPACES TO TEXTO-PEND-WS
           STRING PROGRAMA-CONV-WS (IDX-CONV-WS)
               " CONVERTIDO SO ATE "
               DIA-TAB-CKP-WS (IDX-CKP-WS) "/"
               MES-TAB-CKP-WS (IDX-CKP-WS) "/"
               ANO-TAB-CKP-WS (IDX-CKP-WS)
               DELIMITED BY SIZE INTO TEXTO-PEND-WS
           PERFORM ANOTA-PEND.
       CONFERE-CKP-EXIT.
           EXIT.
      *
      *    UM DIA DO MES NO CONTROLE DE PERIODOS FECHADOS; CADA
      *    SEQUENCIA DE DIAS ABERTOS VIRA UMA PENDENCIA
       CONFERE-DIA.
           MOVE DIA-CONF-WS TO DIA-TESTE-FEC-WS
           PERFORM TESTA-FECH
           IF NOT DIA-FECHADO
               IF DIA-ABERTO-INI-WS = ZEROS
                   MOVE DIA-CONF-WS TO DIA-ABERTO-INI-WS
               END-IF
           ELSE
               IF DIA-ABERTO-INI-WS NOT = ZEROS
                   COMPUTE DIA-ABERTO-FIM-WS = DIA-CONF-WS - 1
                   PERFORM ANOTA-DIAS-ABERTOS.
      *
       ANOTA-DIAS-ABERTOS.
           MOVE SPACES TO TEXTO-PEND-WS
           STRING "DIAS " DIA-ABERTO-INI-WS " A " DIA-ABERTO-FIM-WS
               " NAO FECHADOS (CONVFECH.DAT - CADFECH)"
               DELIMITED BY SIZE INTO TEXTO-PEND-WS
           PERFORM ANOTA-PEND
           MOVE 0 TO DIA-ABERTO-INI-WS.
      *
      *    ETAPA DA CADEIA DIARIA DA FILIAL, COM FAIXA QUE PEGA O MES,
      *    AINDA NA FILA DE REEXECUCAO
       CONFERE-FILA.
           IF NOT FILA-PENDENTE (IDX-FILA-WS)
               OR FILIAL-FILA-WS (IDX-FILA-WS) NOT = FILIAL-MES-WS
               GO TO CONFERE-FILA-EXIT.
           PERFORM VARYING K FROM 1 BY 1
               UNTIL K > QTD-ETAPAS-WS
               OR PROGRAMA-ETAPA-WS (K) = PROGRAMA-FILA-WS (IDX-FILA-WS)
           END-PERFORM
           IF K NOT > QTD-ETAPAS-WS
               GO TO CONFERE-FILA-EXIT.
           COMPUTE MES-INI-REF-WS = ANO-INI-FILA-WS (IDX-FILA-WS) * 100
               + MES-INI-FILA-WS (IDX-FILA-WS)
           COMPUTE MES-FIM-REF-WS = ANO-FIM-FILA-WS (IDX-FILA-WS) * 100
               + MES-FIM-FILA-WS (IDX-FILA-WS)
           IF MES-INI-REF-WS > MES-REF-WS
               OR MES-FIM-REF-WS < MES-REF-WS
               GO TO CONFERE-FILA-EXIT.
           MOVE SPACES TO TEXTO-PEND-WS
           STRING PROGRAMA-FILA-WS (IDX-FILA-WS)
               " PENDENTE NA FILA DE REEXECUCAO (CONVRRUN)"
               DELIMITED BY SIZE INTO TEXTO-PEND-WS
           PERFORM ANOTA-PEND.
       CONFERE-FILA-EXIT.
           EXIT.
      *
       ANOTA-PEND.
           IF QTD-PEND-WS < 40
               ADD 1 TO QTD-PEND-WS
               MOVE TEXTO-PEND-WS TO TEXTO-TAB-PEND-WS (QTD-PEND-WS)
           ELSE
               ADD 1 TO DESCARTADAS-PEND-77.
      *
      *    CARREGA EM MEMORIA O CHECKPOINT DE ULTIMO DIA CONVERTIDO
      *    COM SUCESSO, POR PROGRAMA/FILIAL (ARQ. "CONVCKP.DAT")
       CARREGA-CKP.
           MOVE 0 TO QTD-CKP-WS
           MOVE "N" TO FIM-CKP-WS
           OPEN INPUT ARQ-CKP
           IF ESTADO-CKP NOT = ZEROS
               GO TO CARREGA-CKP-EXIT.
           PERFORM LE-CKP THRU LE-CKP-EXIT UNTIL ACABOU-CKP
           CLOSE ARQ-CKP.
       CARREGA-CKP-EXIT.
           EXIT.
      *
       LE-CKP.
           READ ARQ-CKP AT END MOVE "S" TO FIM-CKP-WS END-READ
           IF ACABOU-CKP GO TO LE-CKP-EXIT.
           IF QTD-CKP-WS < 50
               ADD 1 TO QTD-CKP-WS
               MOVE PROGRAMA-CKP-TX TO PROGRAMA-TAB-CKP-WS (QTD-CKP-WS)
               MOVE FILIAL-CKP-TX   TO FILIAL-TAB-CKP-WS   (QTD-CKP-WS)
               MOVE MES-CKP-TX      TO MES-TAB-CKP-WS      (QTD-CKP-WS)
               MOVE DIA-CKP-TX      TO DIA-TAB-CKP-WS      (QTD-CKP-WS)
               IF ANO-CKP-TX NOT NUMERIC
                   MOVE ZEROS TO ANO-CKP-TX
               END-IF
               MOVE ANO-CKP-TX      TO ANO-TAB-CKP-WS      (QTD-CKP-WS).
       LE-CKP-EXIT.
           EXIT.
      *
      *    CARREGA A FILA DO CONVRTRY.DAT PARA A MEMORIA
       CARREGA-FILA.
           MOVE 0 TO QTD-FILA-WS DESCARTADOS-FILA-77
           MOVE "N" TO FIM-RTY-WS
           OPEN INPUT ARQ-RTY
           IF ESTADO-RTY NOT = ZEROS
               GO TO CARREGA-FILA-EXIT.
           PERFORM LE-RTY THRU LE-RTY-EXIT UNTIL ACABOU-RTY
           CLOSE ARQ-RTY.
       CARREGA-FILA-EXIT.
           EXIT.
      *
       LE-RTY.
           READ ARQ-RTY AT END MOVE "S" TO FIM-RTY-WS END-READ
           IF ACABOU-RTY GO TO LE-RTY-EXIT.
           IF QTD-FILA-WS = 60
               ADD 1 TO DESCARTADOS-FILA-77
               GO TO LE-RTY-EXIT.
           ADD 1 TO QTD-FILA-WS
           MOVE PROGRAMA-RTRY-TX TO PROGRAMA-FILA-WS (QTD-FILA-WS)
           MOVE DRIVE-RTRY-TX    TO DRIVE-FILA-WS    (QTD-FILA-WS)
           MOVE FILIAL-RTRY-TX   TO FILIAL-FILA-WS   (QTD-FILA-WS)
           MOVE DIA-INI-RTRY-TX  TO DIA-INI-FILA-WS  (QTD-FILA-WS)
           MOVE MES-INI-RTRY-TX  TO MES-INI-FILA-WS  (QTD-FILA-WS)
           MOVE ANO-INI-RTRY-TX  TO ANO-INI-FILA-WS  (QTD-FILA-WS)
           MOVE DIA-FIM-RTRY-TX  TO DIA-FIM-FILA-WS  (QTD-FILA-WS)
           MOVE MES-FIM-RTRY-TX  TO MES-FIM-FILA-WS  (QTD-FILA-WS)
           MOVE ANO-FIM-RTRY-TX  TO ANO-FIM-FILA-WS  (QTD-FILA-WS)
           MOVE CODIGO-RTRY-TX   TO CODIGO-FILA-WS   (QTD-FILA-WS)
           MOVE "P" TO SITUACAO-FILA-WS (QTD-FILA-WS).
       LE-RTY-EXIT.
           EXIT.
      *
      *    REGRAVA A FILA SO COM O QUE CONTINUA PENDENTE (FILA VAZIA
      *    E APAGADA, COMO NO CONVRRUN)
       REGRAVA-FILA.
           MOVE 0 TO RESTANTES-77
           PERFORM CONTA-PENDENTE
               VARYING IDX-FILA-WS FROM 1 BY 1
               UNTIL IDX-FILA-WS > QTD-FILA-WS
           IF RESTANTES-77 = ZEROS
               CALL "CBL_DELETE_FILE" USING NOME-RTRY-WS
           ELSE
               OPEN OUTPUT ARQ-RTY
               PERFORM REGRAVA-ENTRADA THRU REGRAVA-ENTRADA-EXIT
                   VARYING IDX-FILA-WS FROM 1 BY 1
                   UNTIL IDX-FILA-WS > QTD-FILA-WS
               CLOSE ARQ-RTY.
      *
       CONTA-PENDENTE.
           IF FILA-PENDENTE (IDX-FILA-WS)
               ADD 1 TO RESTANTES-77.
      *
       REGRAVA-ENTRADA.
           IF NOT FILA-PENDENTE (IDX-FILA-WS)
               GO TO REGRAVA-ENTRADA-EXIT.
           MOVE PROGRAMA-FILA-WS (IDX-FILA-WS) TO PROGRAMA-RTRY-TX
           MOVE DRIVE-FILA-WS    (IDX-FILA-WS) TO DRIVE-RTRY-TX
           MOVE FILIAL-FILA-WS   (IDX-FILA-WS) TO FILIAL-RTRY-TX
           MOVE DIA-INI-FILA-WS  (IDX-FILA-WS) TO DIA-INI-RTRY-TX
           MOVE MES-INI-FILA-WS  (IDX-FILA-WS) TO MES-INI-RTRY-TX
           MOVE ANO-INI-FILA-WS  (IDX-FILA-WS) TO ANO-INI-RTRY-TX
           MOVE DIA-FIM-FILA-WS  (IDX-FILA-WS) TO DIA-FIM-RTRY-TX
           MOVE MES-FIM-FILA-WS  (IDX-FILA-WS) TO MES-FIM-RTRY-TX
           MOVE ANO-FIM-FILA-WS  (IDX-FILA-WS) TO ANO-FIM-RTRY-TX
           MOVE CODIGO-FILA-WS   (IDX-FILA-WS) TO CODIGO-RTRY-TX
           WRITE REGRTRY-TX.
       REGRAVA-ENTRADA-EXIT.
           EXIT.
      *
      *    TOTAIS DE CONTROLE DE CADA ETAPA: A ULTIMA LINHA DO
      *    PROGRAMA NO CONVLOG.LOG GRAVADA DESDE O INICIO DA RODADA
       CARREGA-TOTAIS.
           PERFORM LIMPA-TOTAIS
               VARYING IDX-ETAPA-WS FROM 1 BY 1
               UNTIL IDX-ETAPA-WS > QTD-ETAPAS-WS
           MOVE "N" TO FIM-LOG-WS
           OPEN INPUT ARQ-LOG
           IF ESTADO-LOG NOT = ZEROS
               GO TO CARREGA-TOTAIS-EXIT.
           PERFORM LE-LOG THRU LE-LOG-EXIT UNTIL ACABOU-LOG
           CLOSE ARQ-LOG.
       CARREGA-TOTAIS-EXIT.
           EXIT.
      *
       LIMPA-TOTAIS.
           MOVE "N" TO TEM-LOG-ETAPA-WS (IDX-ETAPA-WS)
           MOVE 0 TO LIDOS-ETAPA-WS (IDX-ETAPA-WS)
                     GRAVADOS-ETAPA-WS (IDX-ETAPA-WS)
                     GRAVADOS2-ETAPA-WS (IDX-ETAPA-WS).
      *
       LE-LOG.
           READ ARQ-LOG AT END MOVE "S" TO FIM-LOG-WS END-READ
           IF ACABOU-LOG GO TO LE-LOG-EXIT.
           MOVE DATA-EXEC-LOG-TX TO DATA-CAR-LOG-WS
           MOVE HORA-INI-LOG-TX  TO HORA-CAR-LOG-WS
           IF CARIMBO-LOG-WS < CARIMBO-INI-WS
               GO TO LE-LOG-EXIT.
           PERFORM VARYING K FROM 1 BY 1
               UNTIL K > QTD-ETAPAS-WS
               OR PROGRAMA-ETAPA-WS (K) = PROGRAMA-LOG-TX
           END-PERFORM
           IF K > QTD-ETAPAS-WS
               GO TO LE-LOG-EXIT.
           MOVE "S" TO TEM-LOG-ETAPA-WS (K)
           MOVE LIDOS-LOG-TX     TO LIDOS-ETAPA-WS (K)
           MOVE GRAVADOS-LOG-TX  TO GRAVADOS-ETAPA-WS (K)
           MOVE GRAVADOS2-LOG-TX TO GRAVADOS2-ETAPA-WS (K).
       LE-LOG-EXIT.
           EXIT.
      *
      *    LISTA DE CONFERENCIA DO FECHAMENTO (CONVFMES.REL): COM
      *    PENDENCIAS, SO ELAS; SENAO, CADA RELATORIO DO MES COM A
      *    SITUACAO, OS TOTAIS DE CONTROLE E O ESPACO PARA O VISTO
       IMPRIME-CONFERENCIA.
           OPEN OUTPUT ARQ-REL
           ACCEPT DATA-HOJE-WS FROM DATE YYYYMMDD
           ACCEPT HORA-FIM-EXEC-WS FROM TIME
           MOVE SPACES TO REG-REL
           STRING "FECHAMENTO DO MES " MES-MES-WS "/" ANO-MES-WS
               " - FILIAL " FILIAL-MES-WS " " NOME-FIL-MES-WS
               " - DRIVE " U-MES-WS
               DELIMITED BY SIZE INTO REG-REL
           WRITE REG-REL
           MOVE SPACES TO REG-REL
           STRING "EMITIDA EM " DIA-HOJE-WS "/" MES-HOJE-WS "/"
               ANO-HOJE-WS " AS " HH-FIM-EXEC-WS ":" MM-FIM-EXEC-WS
               " - OPERADOR " OPERADOR-EXEC-WS
               DELIMITED BY SIZE INTO REG-REL
           WRITE REG-REL
           MOVE SPACES TO REG-REL
           WRITE REG-REL
           IF QTD-PEND-WS NOT = ZEROS
               PERFORM IMPRIME-PENDENCIAS
           ELSE
               PERFORM IMPRIME-ETAPAS.
           CLOSE ARQ-REL.
      *
       IMPRIME-PENDENCIAS.
           MOVE "MES NAO PODE SER FECHADO - NENHUM PROGRAMA EXECUTADO"
               TO REG-REL
           WRITE REG-REL
           MOVE SPACES TO REG-REL
           WRITE REG-REL
           PERFORM IMPRIME-PEND
               VARYING IDX-PEND-WS FROM 1 BY 1
               UNTIL IDX-PEND-WS > QTD-PEND-WS
           IF DESCARTADAS-PEND-77 NOT = ZEROS
               MOVE SPACES TO REG-REL
               STRING "  - E MAIS " DESCARTADAS-PEND-77
                   " PENDENCIAS NAO LISTADAS"
                   DELIMITED BY SIZE INTO REG-REL
               WRITE REG-REL.
           MOVE SPACES TO REG-REL
           WRITE REG-REL
           MOVE SPACES TO REG-REL
           STRING "CONVERTA (CONVLOTE/CONVRRUN) E FECHE (CADFECH) "
               "O MES INTEIRO E RODE O CONVFMES DE NOVO"
               DELIMITED BY SIZE INTO REG-REL
           WRITE REG-REL.
      *
       IMPRIME-PEND.
           MOVE SPACES TO REG-REL
           STRING "  - " TEXTO-TAB-PEND-WS (IDX-PEND-WS)
               DELIMITED BY SIZE INTO REG-REL
           WRITE REG-REL.
      *
       IMPRIME-ETAPAS.
           MOVE SPACES TO REG-REL
           STRING "MES CONFERIDO: DIAS 01 A " ULT-DIA-MES-WS
               " CONVERTIDOS E FECHADOS"
               DELIMITED BY SIZE INTO REG-REL
           WRITE REG-REL
           MOVE SPACES TO REG-REL
           WRITE REG-REL
           MOVE CAB-ETP-WS TO REG-REL
           WRITE REG-REL
           MOVE SPACES TO REG-REL
           WRITE REG-REL
           PERFORM IMPRIME-ETAPA
               VARYING IDX-ETAPA-WS FROM 1 BY 1
               UNTIL IDX-ETAPA-WS > QTD-ETAPAS-WS
           MOVE SPACES TO REG-REL
           WRITE REG-REL
           MOVE SPACES TO REG-REL
           STRING "ETAPAS OK: " EXECUTADOS-77 "  COM ERRO: " FALHAS-77
               "  PULADAS (DEPENDENTES): " PULADAS-77
               DELIMITED BY SIZE INTO REG-REL
           WRITE REG-REL
           IF FALHAS-77 = ZEROS AND PULADAS-77 = ZEROS
               MOVE SPACES TO REG-REL
               STRING "FECHAMENTO COMPLETO - "
                   "TODOS OS RELATORIOS DO MES GERADOS"
                   DELIMITED BY SIZE INTO REG-REL
           ELSE
               MOVE SPACES TO REG-REL
               STRING "FECHAMENTO INCOMPLETO - AS ETAPAS COM ERRO "
                   "OU PULADAS ESTAO NA FILA: RODE O CONVRRUN"
                   DELIMITED BY SIZE INTO REG-REL.
           WRITE REG-REL.
      *
       IMPRIME-ETAPA.
           MOVE PROGRAMA-ETAPA-WS (IDX-ETAPA-WS) TO PROGRAMA-LIN-WS
           MOVE DESCR-ETAPA-WS (IDX-ETAPA-WS) TO DESCR-LIN-WS
           MOVE "NAO RODOU" TO RESULT-LIN-WS
           IF RESULT-ETAPA-WS (IDX-ETAPA-WS) = "O"
               MOVE "OK" TO RESULT-LIN-WS.
           IF RESULT-ETAPA-WS (IDX-ETAPA-WS) = "D"
               MOVE "PULADA - DEPENDENTE" TO RESULT-LIN-WS.
           IF RESULT-ETAPA-WS (IDX-ETAPA-WS) = "E"
               MOVE CODIGO-ETAPA-WS (IDX-ETAPA-WS) TO CODIGO-LIN-WS
               MOVE RESULT-ERRO-WS TO RESULT-LIN-WS.
           IF TEM-LOG-ETAPA-WS (IDX-ETAPA-WS) = "S"
               MOVE SPACES TO TOTAIS-LIN-WS
               MOVE LIDOS-ETAPA-WS (IDX-ETAPA-WS) TO LIDOS-LIN-WS
               MOVE ROTULO-ETAPA-WS (IDX-ETAPA-WS) TO ROTULO-LIN-WS
               MOVE GRAVADOS-ETAPA-WS (IDX-ETAPA-WS) TO GRAVADOS-LIN-WS
               MOVE GRAVADOS2-ETAPA-WS (IDX-ETAPA-WS)
                   TO GRAVADOS2-LIN-WS
           ELSE
               MOVE "      SEM TOTAIS NO CONVLOG.LOG" TO TOTAIS-LIN-WS.
           MOVE LINHA-ETP-WS TO REG-REL
           WRITE REG-REL.
      *
      *    GRAVA EM "CONVPARM.DAT" UMA LINHA DE PARAMETROS PARA CADA
      *    PROGRAMA DO FECHAMENTO, PARA QUE CADA UM EXECUTE DIRETO SEM
      *    PARAR NOS ACCEPT DE TELA
       GRAVA-PARM.
           OPEN OUTPUT ARQ-PRM
           PERFORM GRAVA-LINHA-ETAPA
               VARYING IDX-ETAPA-WS FROM 1 BY 1
               UNTIL IDX-ETAPA-WS > QTD-ETAPAS-WS
           CLOSE ARQ-PRM.
      *
       GRAVA-LINHA-ETAPA.
           MOVE PROGRAMA-ETAPA-WS (IDX-ETAPA-WS) TO PROGRAMA-GRAVA-WS
           PERFORM MONTA-FAIXA-ETAPA
           MOVE SPACES TO REGPARM-TX
           MOVE PROGRAMA-GRAVA-WS TO PROGRAMA-PARM-TX
           MOVE U-MES-WS         TO DRIVE-PARM-TX
           MOVE FILIAL-MES-WS    TO FILIAL-INI-PARM-TX
           MOVE FILIAL-MES-WS    TO FILIAL-FIM-PARM-TX
           MOVE DIA-INI-ETAPA-WS TO DIA-INI-PARM-TX
           MOVE MES-MES-WS       TO MES-INI-PARM-TX
           MOVE ANO-MES-WS       TO ANO-INI-PARM-TX
           MOVE ULT-DIA-MES-WS   TO DIA-FIM-PARM-TX
           MOVE MES-MES-WS       TO MES-FIM-PARM-TX
           MOVE ANO-MES-WS       TO ANO-FIM-PARM-TX
           MOVE SPACES           TO FILTRO-PARM-TX
           MOVE ZEROS            TO TELA-PARM-TX
           MOVE OPERADOR-EXEC-WS TO OPERADOR-PARM-TX
           WRITE REGPARM-TX.
      *
      *    DEVOLVE EM ULT-DIA-MES-WS O ULTIMO DIA DO MES/ANO
      *    RECEBIDOS EM MES-CAL-WS/ANO-CAL-WS
       CALCULA-ULT-DIA.
           MOVE DIAS-MES-VL (MES-CAL-WS) TO ULT-DIA-MES-WS
           IF MES-CAL-WS = 2
               DIVIDE ANO-CAL-WS BY 4 GIVING QUOC-BISS-WS
                   REMAINDER RESTO-BISS-WS
               IF RESTO-BISS-WS = ZEROS
                   DIVIDE ANO-CAL-WS BY 100 GIVING QUOC-BISS-WS
                       REMAINDER RESTO-BISS-WS
                   IF RESTO-BISS-WS NOT = ZEROS
                       MOVE 29 TO ULT-DIA-MES-WS
                   ELSE
                       DIVIDE ANO-CAL-WS BY 400 GIVING QUOC-BISS-WS
                           REMAINDER RESTO-BISS-WS
                       IF RESTO-BISS-WS = ZEROS
                           MOVE 29 TO ULT-DIA-MES-WS.
      *
      *    GRAVA UMA LINHA NO LOG PERSISTENTE DE EXECUCOES (CONVLOG.LOG)
       GRAVA-LOG.
           MOVE "CONVFMES" TO PROGRAMA-LOG-TX
           ACCEPT DATA-EXEC-LOG-TX FROM DATE YYYYMMDD
           ACCEPT HORA-EXEC-LOG-TX FROM TIME
           MOVE OPERADOR-EXEC-WS TO OPERADOR-LOG-TX
           ACCEPT HORA-FIM-EXEC-WS FROM TIME
           PERFORM CALCULA-DURACAO
           MOVE HORA-INI6-EXEC-WS TO HORA-INI-LOG-TX
           MOVE DURACAO-EXEC-WS TO DURACAO-LOG-TX
           MOVE SPACES TO FILTRO-LOG-TX
           STRING "DRIVE=" U-MES-WS " FILIAL=" FILIAL-MES-WS
               " MES=" MES-MES-WS "/" ANO-MES-WS
               " PEND=" QTD-PEND-WS
               DELIMITED BY SIZE
               INTO FILTRO-LOG-TX
           COMPUTE LIDOS-LOG-TX = EXECUTADOS-77 + FALHAS-77
           MOVE EXECUTADOS-77 TO GRAVADOS-LOG-TX
           COMPUTE GRAVADOS2-LOG-TX = FALHAS-77 + PULADAS-77
           MOVE "CONVFMES.REL" TO NOME-REL-ARR-WS
           PERFORM GUARDA-RELATORIO THRU GUARDA-RELATORIO-EXIT
           OPEN EXTEND ARQ-LOG
           IF  ESTADO-LOG NOT = ZEROS
               OPEN OUTPUT ARQ-LOG.
           WRITE REGLOG-TX
           CLOSE ARQ-LOG.
      *
           COPY DURAPR.
      *
           COPY OPERPR.
      *
           COPY FILIALPR.
      *
           COPY FECHAPR.
      *
           COPY ARQRPR.
      *
           COPY TRAVAPR.
