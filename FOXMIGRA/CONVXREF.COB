      *
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. CONVXREF.
       AUTHOR. LUIS AUGUSTO.
      *
      *    DATA DA ALTERACAO: 10/96
      *
      *    VALIDADOR DE REFERENCIAS CRUZADAS DOS ARQUIVOS GERADOS PELA
      *    CONVERSAO: OS CODIGOS DE VENDEDOR, TRANSPORTADORA, REGIAO,
      *    BANCO/AGENCIA E FORNECEDOR QUE O MOVIMENTO CARREGA NUNCA
      *    FORAM CONFERIDOS CONTRA UM CADASTRO. RODA DEPOIS DA
      *    CONVERSAO, NO MESMO DRIVE/FILIAL/FAIXA, E CONFERE:
      *      VENDEDOR-NTFS E VEND-CLI-NTFS DAS NOTAS (x:MVddmmff.Faa),
      *      VENDEDOR DOS CLIENTES (x:ARQCLIff.TXT) E VEND-DUP DAS
      *      DUPLICATAS (x:CADDUPff.TXT) CONTRA O x:ARQVENff.TXT;
      *      COD-TRANSP DAS NOTAS CONTRA AS TRANSPORTADORAS DO
      *      CADASTRO DE TARIFAS (ARQTARIF.DAT);
      *      REGIAO DOS CLIENTES, NOTAS, DUPLICATAS E BAIXAS CONTRA
      *      AS REGIOES EM USO (COM COBRADOR NO ARQCOBR.DAT OU COM
      *      TARIFA NO ARQTARIF.DAT);
      *      BANCO/AGENCIA DAS DUPLICATAS E BANCO DAS BAIXAS
      *      (x:BXddmmff.Baa) CONTRA O ARQBANCO.DAT DA FILIAL;
      *      FORN-NTENT DAS ENTRADAS (x:MVddmmff.Eaa) CONTRA O
      *      x:ARQFORN.TXT.
      *    CODIGO ZERADO OU EM BRANCO E "NAO INFORMADO" E NAO E
      *    CONFERIDO. CADA CODIGO ORFAO SAI EM "CONVXREF.REL" COM O
      *    ARQUIVO, A CHAVE DO REGISTRO E O CODIGO, E NO FIM A
      *    CONTAGEM POR TIPO. CADASTRO AUSENTE OU VAZIO SAI EM AVISO
      *    E AQUELE TIPO NAO E CONFERIDO. QUALQUER ORFAO DEVOLVE
      *    CODIGO 8, COMO O CONVREFI, PARA O LOTE FICAR RETIDO.
      *    NO MODO TESTE DO CONVLOTE OS ARQUIVOS GERADOS SAO LIDOS
      *    DO DRIVE DE RASCUNHO E O RELATORIO E GRAVADO LA.
      *
      *    DATA DA ALTERACAO: 10/96
      *
      *    A REGIAO PASSA A SER CONFERIDA CONTRA O CADASTRO DE REGIOES
      *    ("ARQREGI.DAT", MANTIDO PELO CADREGI). SEM O CADASTRO
      *    VALE A CONFERENCIA ANTIGA PELAS REGIOES EM USO.
      *
      *    DATA DA ALTERACAO: 10/96
      *
      *    CADA "CONVXREF.REL" GERADO E GUARDADO NO ARQUIVO DE
      *    RELATORIOS (COPY ARQRPR) COM A FILIAL, O PERIODO E A
      *    HORA DA GERACAO, PARA CONSULTA E REIMPRESSAO PELO
      *    CADARQR. O DO DRIVE DE TESTE NAO E GUARDADO: O ENSAIO NAO
      *    MEXE NOS ARQUIVOS DE CONTROLE COMPARTILHADOS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
           SELECT      ARQ-GER    ASSIGN     TO   DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ESTADO.
      *
           SELECT      ARQ-REL    ASSIGN     TO   DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ESTADO-REL.
      *
           SELECT      ARQ-LOG    ASSIGN     TO   DISK
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
           COPY BANCOSL.
      *
           COPY TARIFSL.
      *
           COPY COBRSL.
      *
           COPY FILIALSL.
      *
           COPY OPERSL.
      *
           COPY REGISL.
      *
       DATA DIVISION.
       FILE SECTION.
      *
      *    ARQUIVO GERADO EM LEITURA. OS REGISTROS 01 ABAIXO
      *    REDEFINEM A MESMA AREA: CADA TIPO DE ARQUIVO ENXERGA OS
      *    SEUS CODIGOS NA POSICAO EM QUE O PROGRAMA GERADOR OS GRAVA
      *    (COPY LAYVL)
       FD  ARQ-GER
           LABEL     RECORD       STANDARD
           VALUE     OF FILE-ID   ARQGER-WS
           DATA      RECORD       REG-GER.
       01  REG-GER                           PIC X(700).
      *    VENDEDORES (xARQVENff.TXT)
       01  REG-GER-VEN.
           05  FILLER                        PIC X(02).
           05  COD-GER-VEN                   PIC X(03).
      *    FORNECEDORES (xARQFORN.TXT)
       01  REG-GER-FOR.
           05  COD-GER-FOR                   PIC X(04).
      *    CLIENTES (xARQCLIff.TXT)
       01  REG-GER-CLI.
           05  FILLER                        PIC X(03).
           05  CPF-GER-CLI                   PIC X(14).
           05  FILLER                        PIC X(254).
           05  REGIAO-GER-CLI                PIC X(03).
           05  FILLER                        PIC X(23).
           05  VEND-GER-CLI                  PIC X(03).
      *    DUPLICATAS (xCADDUPff.TXT)
       01  REG-GER-DUP.
           05  FILLER                        PIC X(16).
           05  CODIGO-GER-DUP                PIC X(08).
           05  FILLER                        PIC X(11).
           05  VEND-GER-DUP                  PIC X(03).
           05  FILLER                        PIC X(18).
           05  REGIAO-GER-DUP                PIC X(03).
           05  BANCO-GER-DUP                 PIC X(03).
           05  AGENCIA-GER-DUP               PIC X(04).
      *    NOTAS DE SAIDA (x:MVddmmff.Faa)
       01  REG-GER-NTFS.
           05  FILLER                        PIC X(04).
           05  NUMERO-GER-NTFS               PIC X(06).
           05  FILLER                        PIC X(128).
           05  REGIAO-GER-NTFS               PIC X(03).
           05  FILLER                        PIC X(49).
           05  VEND-GER-NTFS                 PIC X(03).
           05  FILLER                        PIC X(64).
           05  TRANSP-GER-NTFS               PIC X(03).
           05  FILLER                        PIC X(167).
           05  VCLI-GER-NTFS                 PIC X(03).
      *    NOTAS DE ENTRADA (x:MVddmmff.Eaa)
       01  REG-GER-NTENT.
           05  FILLER                        PIC X(03).
           05  FORN-GER-NTENT                PIC X(04).
           05  NUMERO-GER-NTENT              PIC X(06).
      *    BAIXAS (x:BXddmmff.Baa)
       01  REG-GER-BX.
           05  FILLER                        PIC X(01).
           05  CORPO-GER-BX                  PIC X(07).
           05  FILLER                        PIC X(58).
           05  REGIAO-GER-BX                 PIC X(03).
           05  BANCO-GER-BX                  PIC X(03).
      *
       FD  ARQ-REL
           LABEL     RECORD       STANDARD
           VALUE     OF FILE-ID   ARQREL-NOME-WS
           DATA      RECORD       REG-REL.
       01  REG-REL                           PIC X(80).
      *
      *    REGISTRO DE LOG DE EXECUCAO (ARQ. "CONVLOG.LOG")
       FD  ARQ-LOG
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID ARQLOG-NOME-WS.
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
           COPY BANCOFD.
      *
           COPY TARIFFD.
      *
           COPY COBRFD.
      *
           COPY FILIALFD.
      *
           COPY OPERFD.
      *
           COPY REGIFD.
      *
       WORKING-STORAGE SECTION.
      *
       77  ESTADO                PIC X(02).
       77  ESTADO-REL            PIC X(02).
       77  ESTADO-LOG            PIC X(02).
       77  ESTADO-PRM            PIC X(02).
       77  LIDOS-77        VALUE 0             PIC 9(07).
       77  ORFAOS-77       VALUE 0             PIC 9(05).
       77  DD-MM-77        VALUE ZEROS         PIC 99/99.
       77  I                                   PIC 9(02).
       77  E                                   PIC 9(02).
      *
      *    CONTAGEM DOS CODIGOS ORFAOS POR TIPO
       77  ORF-VEN-77      VALUE 0             PIC 9(05).
       77  ORF-TRA-77      VALUE 0             PIC 9(05).
       77  ORF-REG-77      VALUE 0             PIC 9(05).
       77  ORF-BAN-77      VALUE 0             PIC 9(05).
       77  ORF-AGE-77      VALUE 0             PIC 9(05).
       77  ORF-FOR-77      VALUE 0             PIC 9(05).
      *
      *    ARQUIVO GERADO CORRENTE: TIPO DE LAYOUT ("V" VENDEDORES,
      *    "F" FORNECEDORES, "C" CLIENTES, "D" DUPLICATAS, "N" NOTAS,
      *    "E" ENTRADAS, "B" BAIXAS) E O NOME SEM O DRIVE, PARA O
      *    RELATORIO
       77  TIPO-GER-WS                         PIC X(01).
       77  FIM-GER-WS                          PIC X(01).
           88  ACABOU-GER                      VALUE "S".
       77  ABRIU-GER-WS                        PIC X(01).
           88  ABRIU-GER                       VALUE "S".
       01  ARQGER-WS                           PIC X(30).
       77  NOME-GER-WS                         PIC X(14).
      *
      *    CADASTROS CARREGADOS: UMA MARCA POR CODIGO DE VENDEDOR E
      *    DE FORNECEDOR (O PROPRIO CODIGO E O INDICE)
       77  QTD-VEN-77      VALUE 0             PIC 9(04).
       01  TAB-VEN-WS.
           05  MARCA-VEN-WS OCCURS 999 TIMES   PIC X(01).
       77  QTD-FOR-77      VALUE 0             PIC 9(05).
       01  TAB-FOR-WS.
           05  MARCA-FOR-WS OCCURS 9999 TIMES  PIC X(01).
      *
      *    CODIGO EM CONFERENCIA, NA FORMA EM QUE VEM NO REGISTRO E
      *    NA FORMA NUMERICA PARA A BUSCA
       01  COD3-CONF-WS                        PIC X(03).
       01  FILLER REDEFINES COD3-CONF-WS.
           05  COD3-NUM-CONF-WS                PIC 9(03).
       01  COD4-CONF-WS                        PIC X(04).
       01  FILLER REDEFINES COD4-CONF-WS.
           05  COD4-NUM-CONF-WS                PIC 9(04).
       01  AGE-CONF-WS                         PIC X(04).
       01  FILLER REDEFINES AGE-CONF-WS.
           05  AGE-NUM-CONF-WS                 PIC 9(04).
      *
      *    CHAVE DO REGISTRO CORRENTE E DADOS DO ORFAO A LISTAR
       77  CHAVE-ORF-WS                        PIC X(20).
       77  CAMPO-ORF-WS                        PIC X(14).
       77  CODIGO-ORF-WS                       PIC X(04).
       77  MOTIVO-ORF-WS                       PIC X(24).
       77  TIPO-ORF-WS                         PIC X(01).
      *
       01  INICIAL-WS                          PIC 9(04).
       01  FILLER REDEFINES INICIAL-WS.
           05  DIA-INI-WS                      PIC 9(02).
           05  MES-INI-WS                      PIC 9(02).
       01  FINAL-WS                            PIC 9(04).
       01  FILLER REDEFINES FINAL-WS.
           05  DIA-FIM-WS                      PIC 9(02).
           05  MES-FIM-WS                      PIC 9(02).
       01  ANO-INI-WS      VALUE ZEROS         PIC 9(04).
       01  FILLER REDEFINES ANO-INI-WS.
           05  FILLER                          PIC 9(02).
           05  ANO2-INI-WS                     PIC 9(02).
       01  ANO-FIM-WS      VALUE ZEROS         PIC 9(04).
       01  MESDIA-INI-WS.
           05  ANO-CORTE-INI-WS                PIC 9(04).
           05  MES-CORTE-INI-WS                PIC 9(02).
           05  DIA-CORTE-INI-WS                PIC 9(02).
       01  MESDIA-FIM-WS.
           05  ANO-CORTE-FIM-WS                PIC 9(04).
           05  MES-CORTE-FIM-WS                PIC 9(02).
           05  DIA-CORTE-FIM-WS                PIC 9(02).
      *
      *    GUARDA DO INICIO DA FAIXA PARA O CABECALHO E O LOG
       77  DIA-SAV-WS                          PIC 9(02).
       77  MES-SAV-WS                          PIC 9(02).
      *
      *    CALENDARIO REAL PARA O AVANCO DIA A DIA
       01  DIAS-MES-VL-WS  PIC X(24) VALUE "312831303130313130313031".
       01  FILLER REDEFINES DIAS-MES-VL-WS.
           05  DIAS-MES-VL OCCURS 12 TIMES     PIC 9(02).
       77  MES-CAL-WS                          PIC 9(02).
       77  ANO-CAL-WS                          PIC 9(04).
       77  ULT-DIA-MES-WS                      PIC 9(02).
       77  QUOC-BISS-WS                        PIC 9(04).
       77  RESTO-BISS-WS                       PIC 9(04).
      *
       77  U-XRF-WS                            PIC X(01).
       77  FILIAL-XRF-WS                       PIC 9(02).
       01  ARQREL-NOME-WS  VALUE "CONVXREF.REL" PIC X(14).
      *
      *    NOME DO ARQUIVO DIARIO EM MONTAGEM
       01  ARQDIA-WS.
           05  U-DIA-WS                        PIC X(01).
           05  PREF-DIA-WS                     PIC X(03).
           05  DATA-DIA-WS                     PIC 9(04).
           05  FILIAL-DIA-WS                   PIC 9(02).
           05  EXT-DIA-WS.
               10  TIPO-EXT-DIA-WS             PIC X(02).
               10  ANO-EXT-DIA-WS              PIC 9(02).
      *
      *    LINHA DO RELATORIO: UMA POR CODIGO ORFAO
       01  LINHA-ORF-WS.
           05  ARQ-ORF-LIN-WS                  PIC X(13).
           05  CHAVE-ORF-LIN-WS                PIC X(21).
           05  CAMPO-ORF-LIN-WS                PIC X(15).
           05  CODIGO-ORF-LIN-WS               PIC X(05).
           05  MOTIVO-ORF-LIN-WS               PIC X(26).
      *
           COPY BANCOVL.
           COPY TARIFVL.
           COPY COBRVL.
      *
           COPY TELAWS.
           COPY PARMAUTO.
      *
           COPY OPERWS.
           COPY DURAWS.
           COPY FILIALVL.
           COPY REGIVL.
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
           DISPLAY (5, 14) "* REFERENCIAS CRUZADAS DO MOVIMENTO *"

           PERFORM CARREGA-FILIAL THRU CARREGA-FILIAL-EXIT
           MOVE "CONVXREF" TO PROGRAMA-EXEC-WS
           PERFORM CARREGA-PARM THRU CARREGA-PARM-EXIT
           PERFORM PREPARA-TESTE
           IF MODO-AUTO
               MOVE DRIVE-PARM-WS TO U-XRF-WS
               MOVE FILIAL-INI-PARM-WS TO FILIAL-XRF-WS.

           DISPLAY (9, 10) "Operador................:"
           IF NOT MODO-AUTO
               ACCEPT (, ) OPERADOR-EXEC-WS WITH PROMPT UPDATE.
           MOVE "CONVXREF" TO PROGRAMA-ACE-WS
           MOVE MODO-AUTO-WS TO SEM-SENHA-ACE-WS
           PERFORM AUTENTICA-OPERADOR THRU AUTENTICA-OPERADOR-EXIT.

           DISPLAY (10, 10) "Informe o Drive dos arqs:"
           IF NOT MODO-AUTO
               ACCEPT (, ) U-XRF-WS WITH PROMPT UPDATE
               ACCEPT ESCAPE-77 FROM ESCAPE KEY
               IF ESCAPE-77 NOT = ZEROS STOP RUN.
      *
      *    NO MODO TESTE OS ARQUIVOS DO LOTE SAO LIDOS DO DRIVE DE
      *    RASCUNHO E O RELATORIO E GRAVADO LA
           IF MODO-TESTE
               MOVE DRIVE-TESTE-PARM-WS TO U-XRF-WS
               MOVE SPACES TO ARQREL-NOME-WS
               STRING DRIVE-TESTE-PARM-WS ":CONVXREF.REL"
                   DELIMITED BY SIZE INTO ARQREL-NOME-WS.

           DISPLAY (11, 10) "Informe a Filial .......:"
           IF NOT MODO-AUTO
               ACCEPT (, ) FILIAL-XRF-WS WITH PROMPT UPDATE
               IF ESCAPE-77 NOT = ZEROS GO TO INICIO-010.
           PERFORM VARYING IDX-FIL-VL-WS FROM 1 BY 1
               UNTIL IDX-FIL-VL-WS > QTD-FILIAL-VL
               OR FILIAL-VL-WS (IDX-FIL-VL-WS) = FILIAL-XRF-WS
           END-PERFORM
           IF IDX-FIL-VL-WS > QTD-FILIAL-VL
               DISPLAY (24, 10) "FILIAL INVALIDA - VERIFIQUE O NUMERO"
               IF MODO-AUTO GO TO TERMINA-ERRO-PARM END-IF
               GO TO INICIO-010.

           DISPLAY (12, 10) "Data Inicial (dd/mm)....:"
           IF NOT MODO-AUTO
               ACCEPT (, ) DD-MM-77 WITH PROMPT UPDATE
               IF ESCAPE-77 NOT = ZEROS GO TO INICIO-010.
           MOVE DD-MM-77 TO INICIAL-WS
           IF MODO-AUTO
               MOVE DIA-INI-PARM-WS TO DIA-INI-WS
               MOVE MES-INI-PARM-WS TO MES-INI-WS.
           IF DIA-INI-WS = ZEROS
               IF MODO-AUTO GO TO TERMINA-ERRO-PARM END-IF
               GO TO INICIO-010.

           MOVE ZEROS TO DD-MM-77
           DISPLAY (13, 10) "Data Final   (dd/mm)....:"
           IF NOT MODO-AUTO
               ACCEPT (, ) DD-MM-77 WITH PROMPT UPDATE
               IF ESCAPE-77 NOT = ZEROS GO TO INICIO-010.
           MOVE DD-MM-77 TO FINAL-WS
           IF MODO-AUTO
               MOVE DIA-FIM-PARM-WS TO DIA-FIM-WS
               MOVE MES-FIM-PARM-WS TO MES-FIM-WS.
           IF DIA-FIM-WS = ZEROS
               IF MODO-AUTO GO TO TERMINA-ERRO-PARM END-IF
               GO TO INICIO-010.

           DISPLAY (13, 40) "Ano (aaaa):"
           IF NOT MODO-AUTO
               ACCEPT (13, 52) ANO-INI-WS WITH PROMPT UPDATE
               IF ESCAPE-77 NOT = ZEROS GO TO INICIO-010.
           IF MODO-AUTO
               MOVE ANO-INI-PARM-WS TO ANO-INI-WS.
           IF ANO-INI-WS = ZEROS
               IF MODO-AUTO GO TO TERMINA-ERRO-PARM END-IF
               GO TO INICIO-010.
           MOVE ANO-INI-WS TO ANO-FIM-WS
           IF MES-FIM-WS < MES-INI-WS
               COMPUTE ANO-FIM-WS = ANO-INI-WS + 1.

           DISPLAY (15, 10) "LIDOS:           ORFAOS:"
           MOVE 0 TO LIDOS-77 ORFAOS-77
           MOVE 0 TO ORF-VEN-77 ORF-TRA-77 ORF-REG-77
           MOVE 0 TO ORF-BAN-77 ORF-AGE-77 ORF-FOR-77
           MOVE DIA-INI-WS TO DIA-SAV-WS
           MOVE MES-INI-WS TO MES-SAV-WS
           OPEN OUTPUT ARQ-REL
           MOVE SPACES TO REG-REL
           STRING "CODIGOS SEM CADASTRO - FILIAL " FILIAL-XRF-WS
               " DE " DIA-INI-WS "/" MES-INI-WS
               " ATE " DIA-FIM-WS "/" MES-FIM-WS "/" ANO-FIM-WS
               DELIMITED BY SIZE INTO REG-REL
           WRITE REG-REL
           MOVE SPACES TO REG-REL
           WRITE REG-REL
           PERFORM CARREGA-CADASTROS THRU CARREGA-CADASTROS-FIM
           PERFORM CONFERE-CADASTROS THRU CONFERE-CADASTROS-FIM
      *
      *    PERCORRE A FAIXA DIA A DIA CONFERINDO NOTAS, ENTRADAS E
      *    BAIXAS GERADAS
           SUBTRACT 1 FROM DIA-INI-WS
           MOVE ZEROS TO MESDIA-INI-WS
           PERFORM 020-CONFERE-DIA THRU 020-CONFERE-DIA-FIM
               UNTIL MESDIA-INI-WS > MESDIA-FIM-WS
           PERFORM ENCERRA-CONFERENCIA
           PERFORM GRAVA-LOG
           IF MODO-AUTO GOBACK.
           GO TO 015-DATAS.
      *
      *    UM DIA DA FAIXA: NOTAS DE SAIDA, NOTAS DE ENTRADA E BAIXAS
      *    (ARQUIVO AUSENTE = DIA SEM MOVIMENTO)
       020-CONFERE-DIA.
           PERFORM AVANCA-DIA
           IF MESDIA-INI-WS > MESDIA-FIM-WS
               GO TO 020-CONFERE-DIA-FIM.
           MOVE U-XRF-WS TO U-DIA-WS
           MOVE INICIAL-WS TO DATA-DIA-WS
           MOVE FILIAL-XRF-WS TO FILIAL-DIA-WS
           MOVE ANO2-INI-WS TO ANO-EXT-DIA-WS
           MOVE ":MV" TO PREF-DIA-WS
           MOVE ".F" TO TIPO-EXT-DIA-WS
           MOVE "N" TO TIPO-GER-WS
           PERFORM ABRE-DIARIO THRU ABRE-DIARIO-FIM
           MOVE ".E" TO TIPO-EXT-DIA-WS
           MOVE "E" TO TIPO-GER-WS
           PERFORM ABRE-DIARIO THRU ABRE-DIARIO-FIM
           MOVE ":BX" TO PREF-DIA-WS
           MOVE ".B" TO TIPO-EXT-DIA-WS
           MOVE "B" TO TIPO-GER-WS
           PERFORM ABRE-DIARIO THRU ABRE-DIARIO-FIM.
       020-CONFERE-DIA-FIM.
           EXIT.
      *
       ABRE-DIARIO.
           MOVE ARQDIA-WS TO ARQGER-WS
           MOVE ARQDIA-WS (3:12) TO NOME-GER-WS
           PERFORM LE-ARQUIVO THRU LE-ARQUIVO-FIM.
       ABRE-DIARIO-FIM.
           EXIT.
      *
      *    CARREGA OS CADASTROS DE REFERENCIA. CADASTRO AUSENTE OU
      *    VAZIO SAI EM AVISO E AQUELE TIPO DE CODIGO NAO E CONFERIDO
       CARREGA-CADASTROS.
           MOVE ALL "N" TO TAB-VEN-WS TAB-FOR-WS
           MOVE 0 TO QTD-VEN-77 QTD-FOR-77
           MOVE SPACES TO ARQGER-WS
           STRING U-XRF-WS ":ARQVEN" FILIAL-XRF-WS ".TXT"
               DELIMITED BY SIZE INTO ARQGER-WS
           MOVE ARQGER-WS (3:12) TO NOME-GER-WS
           MOVE "V" TO TIPO-GER-WS
           PERFORM LE-ARQUIVO THRU LE-ARQUIVO-FIM
           IF QTD-VEN-77 = ZEROS
               MOVE SPACES TO REG-REL
               STRING "AVISO: " NOME-GER-WS " AUSENTE OU VAZIO - "
                   "VENDEDORES NAO CONFERIDOS"
                   DELIMITED BY SIZE INTO REG-REL
               WRITE REG-REL.
           MOVE SPACES TO ARQGER-WS
           STRING U-XRF-WS ":ARQFORN.TXT"
               DELIMITED BY SIZE INTO ARQGER-WS
           MOVE ARQGER-WS (3:12) TO NOME-GER-WS
           MOVE "F" TO TIPO-GER-WS
           PERFORM LE-ARQUIVO THRU LE-ARQUIVO-FIM
           IF QTD-FOR-77 = ZEROS
               MOVE SPACES TO REG-REL
               STRING "AVISO: " NOME-GER-WS " AUSENTE OU VAZIO - "
                   "FORNECEDORES NAO CONFERIDOS"
                   DELIMITED BY SIZE INTO REG-REL
               WRITE REG-REL.
           PERFORM CARREGA-BANCO THRU CARREGA-BANCO-EXIT
           IF QTD-BANCO-WS = ZEROS
               MOVE SPACES TO REG-REL
               STRING "AVISO: ARQBANCO.DAT AUSENTE OU VAZIO - "
                   "BANCOS NAO CONFERIDOS"
                   DELIMITED BY SIZE INTO REG-REL
               WRITE REG-REL.
           PERFORM CARREGA-TARIFA THRU CARREGA-TARIFA-EXIT
           IF QTD-TARIF-WS = ZEROS
               MOVE SPACES TO REG-REL
               STRING "AVISO: ARQTARIF.DAT AUSENTE OU VAZIO - "
                   "TRANSPORTADORAS NAO CONFERIDAS"
                   DELIMITED BY SIZE INTO REG-REL
               WRITE REG-REL.
           PERFORM CARREGA-COBRADOR THRU CARREGA-COBRADOR-EXIT
           PERFORM CARREGA-REGIAO THRU CARREGA-REGIAO-EXIT
           IF QTD-REGI-WS = ZEROS
               MOVE SPACES TO REG-REL
               STRING "AVISO: ARQREGI.DAT AUSENTE OU VAZIO - "
                   "REGIOES CONFERIDAS PELO USO"
                   DELIMITED BY SIZE INTO REG-REL
               WRITE REG-REL.
           IF QTD-REGI-WS = ZEROS
               AND QTD-TARIF-WS = ZEROS AND QTD-COBR-WS = ZEROS
               MOVE SPACES TO REG-REL
               STRING "AVISO: SEM ARQCOBR.DAT E SEM ARQTARIF.DAT - "
                   "REGIOES NAO CONFERIDAS"
                   DELIMITED BY SIZE INTO REG-REL
               WRITE REG-REL.
       CARREGA-CADASTROS-FIM.
           EXIT.
      *
      *    CONFERE OS CLIENTES E AS DUPLICATAS DA FILIAL
       CONFERE-CADASTROS.
           MOVE SPACES TO ARQGER-WS
           STRING U-XRF-WS ":ARQCLI" FILIAL-XRF-WS ".TXT"
               DELIMITED BY SIZE INTO ARQGER-WS
           MOVE ARQGER-WS (3:12) TO NOME-GER-WS
           MOVE "C" TO TIPO-GER-WS
           PERFORM LE-ARQUIVO THRU LE-ARQUIVO-FIM
           IF NOT ABRIU-GER
               PERFORM AVISA-AUSENTE.
           MOVE SPACES TO ARQGER-WS
           STRING U-XRF-WS ":CADDUP" FILIAL-XRF-WS ".TXT"
               DELIMITED BY SIZE INTO ARQGER-WS
           MOVE ARQGER-WS (3:12) TO NOME-GER-WS
           MOVE "D" TO TIPO-GER-WS
           PERFORM LE-ARQUIVO THRU LE-ARQUIVO-FIM
           IF NOT ABRIU-GER
               PERFORM AVISA-AUSENTE.
       CONFERE-CADASTROS-FIM.
           EXIT.
      *
       AVISA-AUSENTE.
           MOVE SPACES TO REG-REL
           STRING "AVISO: " NOME-GER-WS " AUSENTE - NAO CONFERIDO"
               DELIMITED BY SIZE INTO REG-REL
           WRITE REG-REL.
      *
      *    LE O ARQUIVO EM ARQGER-WS POR INTEIRO, PULANDO O CABECALHO
      *    "0" E O TRAILER "9" DO GERADOR
       LE-ARQUIVO.
           MOVE "N" TO FIM-GER-WS ABRIU-GER-WS
           OPEN INPUT ARQ-GER
           IF ESTADO NOT = ZEROS
               GO TO LE-ARQUIVO-FIM.
           MOVE "S" TO ABRIU-GER-WS
           PERFORM LE-GER THRU LE-GER-EXIT UNTIL ACABOU-GER
           CLOSE ARQ-GER.
       LE-ARQUIVO-FIM.
           EXIT.
      *
       LE-GER.
           READ ARQ-GER AT END MOVE "S" TO FIM-GER-WS END-READ
           IF ACABOU-GER GO TO LE-GER-EXIT.
           IF REG-GER (1:1) = "0" AND REG-GER (2:4) = "CONV"
               GO TO LE-GER-EXIT.
           IF REG-GER (1:1) = "9" AND REG-GER (22:679) = SPACES
               GO TO LE-GER-EXIT.
           ADD 1 TO LIDOS-77
           DISPLAY (15, 17) LIDOS-77
           EVALUATE TIPO-GER-WS
               WHEN "V" PERFORM GUARDA-VENDEDOR
               WHEN "F" PERFORM GUARDA-FORNECEDOR
               WHEN "C" PERFORM CONFERE-CLIENTE
               WHEN "D" PERFORM CONFERE-DUPLICATA
               WHEN "N" PERFORM CONFERE-NOTA
               WHEN "E" PERFORM CONFERE-ENTRADA
               WHEN "B" PERFORM CONFERE-BAIXA
           END-EVALUATE.
       LE-GER-EXIT.
           EXIT.
      *
      *    CADASTROS DE VENDEDORES E FORNECEDORES: MARCA OS CODIGOS
       GUARDA-VENDEDOR.
           MOVE COD-GER-VEN TO COD3-CONF-WS
           IF COD3-CONF-WS NUMERIC AND COD3-NUM-CONF-WS NOT = ZEROS
               MOVE "S" TO MARCA-VEN-WS (COD3-NUM-CONF-WS)
               ADD 1 TO QTD-VEN-77.
      *
       GUARDA-FORNECEDOR.
           MOVE COD-GER-FOR TO COD4-CONF-WS
           IF COD4-CONF-WS NUMERIC AND COD4-NUM-CONF-WS NOT = ZEROS
               MOVE "S" TO MARCA-FOR-WS (COD4-NUM-CONF-WS)
               ADD 1 TO QTD-FOR-77.
      *
      *    CLIENTE: VENDEDOR E REGIAO
       CONFERE-CLIENTE.
           MOVE SPACES TO CHAVE-ORF-WS
           STRING "CPF " CPF-GER-CLI
               DELIMITED BY SIZE INTO CHAVE-ORF-WS
           MOVE "VENDEDOR" TO CAMPO-ORF-WS
           MOVE VEND-GER-CLI TO COD3-CONF-WS
           PERFORM CONFERE-VENDEDOR THRU CONFERE-VENDEDOR-FIM
           MOVE REGIAO-GER-CLI TO COD3-CONF-WS
           PERFORM CONFERE-REGIAO THRU CONFERE-REGIAO-FIM.
      *
      *    DUPLICATA: VENDEDOR, REGIAO E BANCO/AGENCIA
       CONFERE-DUPLICATA.
           MOVE SPACES TO CHAVE-ORF-WS
           STRING "DUPLICATA " CODIGO-GER-DUP
               DELIMITED BY SIZE INTO CHAVE-ORF-WS
           MOVE "VEND-DUP" TO CAMPO-ORF-WS
           MOVE VEND-GER-DUP TO COD3-CONF-WS
           PERFORM CONFERE-VENDEDOR THRU CONFERE-VENDEDOR-FIM
           MOVE REGIAO-GER-DUP TO COD3-CONF-WS
           PERFORM CONFERE-REGIAO THRU CONFERE-REGIAO-FIM
           MOVE BANCO-GER-DUP TO COD3-CONF-WS
           MOVE AGENCIA-GER-DUP TO AGE-CONF-WS
           PERFORM CONFERE-BANCO THRU CONFERE-BANCO-FIM.
      *
      *    NOTA DE SAIDA: OS DOIS VENDEDORES, TRANSPORTADORA E REGIAO
       CONFERE-NOTA.
           MOVE SPACES TO CHAVE-ORF-WS
           STRING "NF " NUMERO-GER-NTFS
               DELIMITED BY SIZE INTO CHAVE-ORF-WS
           MOVE "VENDEDOR-NTFS" TO CAMPO-ORF-WS
           MOVE VEND-GER-NTFS TO COD3-CONF-WS
           PERFORM CONFERE-VENDEDOR THRU CONFERE-VENDEDOR-FIM
           MOVE "VEND-CLI-NTFS" TO CAMPO-ORF-WS
           MOVE VCLI-GER-NTFS TO COD3-CONF-WS
           PERFORM CONFERE-VENDEDOR THRU CONFERE-VENDEDOR-FIM
           MOVE TRANSP-GER-NTFS TO COD3-CONF-WS
           PERFORM CONFERE-TRANSP THRU CONFERE-TRANSP-FIM
           MOVE REGIAO-GER-NTFS TO COD3-CONF-WS
           PERFORM CONFERE-REGIAO THRU CONFERE-REGIAO-FIM.
      *
      *    NOTA DE ENTRADA: FORNECEDOR
       CONFERE-ENTRADA.
           MOVE SPACES TO CHAVE-ORF-WS
           STRING "NF " NUMERO-GER-NTENT
               DELIMITED BY SIZE INTO CHAVE-ORF-WS
           MOVE FORN-GER-NTENT TO COD4-CONF-WS
           PERFORM CONFERE-FORNECEDOR THRU CONFERE-FORNECEDOR-FIM.
      *
      *    BAIXA: REGIAO E BANCO (A BAIXA NAO TRAZ AGENCIA)
       CONFERE-BAIXA.
           MOVE SPACES TO CHAVE-ORF-WS
           STRING "CORPO " CORPO-GER-BX
               DELIMITED BY SIZE INTO CHAVE-ORF-WS
           MOVE REGIAO-GER-BX TO COD3-CONF-WS
           PERFORM CONFERE-REGIAO THRU CONFERE-REGIAO-FIM
           MOVE BANCO-GER-BX TO COD3-CONF-WS
           MOVE ZEROS TO AGE-CONF-WS
           PERFORM CONFERE-BANCO THRU CONFERE-BANCO-FIM.
      *
      *    VENDEDOR EM COD3-CONF-WS CONTRA O ARQVEN (O CHAMADOR JA
      *    MOVEU O NOME DO CAMPO PARA CAMPO-ORF-WS)
       CONFERE-VENDEDOR.
           IF QTD-VEN-77 = ZEROS
               GO TO CONFERE-VENDEDOR-FIM.
           IF COD3-CONF-WS = SPACES OR COD3-CONF-WS = ZEROS
               GO TO CONFERE-VENDEDOR-FIM.
           IF COD3-CONF-WS NUMERIC
               IF MARCA-VEN-WS (COD3-NUM-CONF-WS) = "S"
                   GO TO CONFERE-VENDEDOR-FIM.
           MOVE COD3-CONF-WS TO CODIGO-ORF-WS
           MOVE "SEM CADASTRO ARQVEN" TO MOTIVO-ORF-WS
           MOVE "V" TO TIPO-ORF-WS
           PERFORM ANOTA-ORFAO.
       CONFERE-VENDEDOR-FIM.
           EXIT.
      *
      *    TRANSPORTADORA EM COD3-CONF-WS: TEM DE TER AO MENOS UMA
      *    TARIFA NO ARQTARIF
       CONFERE-TRANSP.
           IF QTD-TARIF-WS = ZEROS
               GO TO CONFERE-TRANSP-FIM.
           IF COD3-CONF-WS = SPACES OR COD3-CONF-WS = ZEROS
               GO TO CONFERE-TRANSP-FIM.
           IF COD3-CONF-WS NUMERIC
               PERFORM VARYING IDX-TAR-WS FROM 1 BY 1
                   UNTIL IDX-TAR-WS > QTD-TARIF-WS
                   OR TRANSP-TAB-TAR-WS (IDX-TAR-WS)
                       = COD3-NUM-CONF-WS
               END-PERFORM
               IF IDX-TAR-WS NOT > QTD-TARIF-WS
                   GO TO CONFERE-TRANSP-FIM.
           MOVE "COD-TRANSP" TO CAMPO-ORF-WS
           MOVE COD3-CONF-WS TO CODIGO-ORF-WS
           MOVE "SEM TARIFA ARQTARIF" TO MOTIVO-ORF-WS
           MOVE "T" TO TIPO-ORF-WS
           PERFORM ANOTA-ORFAO.
       CONFERE-TRANSP-FIM.
           EXIT.
      *
      *    REGIAO EM COD3-CONF-WS CONTRA O CADASTRO DE REGIOES; SEM
      *    O CADASTRO, EM USO QUANDO TEM COBRADOR NO ARQCOBR OU ALGUMA
      *    TARIFA NO ARQTARIF
       CONFERE-REGIAO.
           IF COD3-CONF-WS = SPACES OR COD3-CONF-WS = ZEROS
               GO TO CONFERE-REGIAO-FIM.
           MOVE "REGIAO" TO CAMPO-ORF-WS
           MOVE COD3-CONF-WS TO CODIGO-ORF-WS
           MOVE "R" TO TIPO-ORF-WS
           IF QTD-REGI-WS = ZEROS
               GO TO CONFERE-REGIAO-USO.
           IF COD3-CONF-WS NUMERIC
               MOVE COD3-NUM-CONF-WS TO REGIAO-BUSCA-RGI-WS
               PERFORM ACHA-REGIAO
               IF IDX-ACHADO-RGI-WS NOT = ZEROS
                   GO TO CONFERE-REGIAO-FIM.
           MOVE "SEM CADASTRO ARQREGI" TO MOTIVO-ORF-WS
           PERFORM ANOTA-ORFAO
           GO TO CONFERE-REGIAO-FIM.
       CONFERE-REGIAO-USO.
           IF QTD-TARIF-WS = ZEROS AND QTD-COBR-WS = ZEROS
               GO TO CONFERE-REGIAO-FIM.
           IF COD3-CONF-WS NUMERIC
               MOVE COD3-NUM-CONF-WS TO REGIAO-BUSCA-COB-WS
               PERFORM ACHA-COBRADOR
               IF IDX-ACHADO-COB-WS NOT = ZEROS
                   GO TO CONFERE-REGIAO-FIM
               END-IF
               PERFORM VARYING IDX-TAR-WS FROM 1 BY 1
                   UNTIL IDX-TAR-WS > QTD-TARIF-WS
                   OR REGIAO-TAB-TAR-WS (IDX-TAR-WS)
                       = COD3-NUM-CONF-WS
               END-PERFORM
               IF IDX-TAR-WS NOT > QTD-TARIF-WS
                   GO TO CONFERE-REGIAO-FIM.
           MOVE "REGIAO FORA DE USO" TO MOTIVO-ORF-WS
           PERFORM ANOTA-ORFAO.
       CONFERE-REGIAO-FIM.
           EXIT.
      *
      *    BANCO EM COD3-CONF-WS CONTRA O ARQBANCO DA FILIAL; COM
      *    AGENCIA INFORMADA EM AGE-CONF-WS, ELA TEM DE SER A DO
      *    CADASTRO
       CONFERE-BANCO.
           IF QTD-BANCO-WS = ZEROS
               GO TO CONFERE-BANCO-FIM.
           IF COD3-CONF-WS = SPACES OR COD3-CONF-WS = ZEROS
               GO TO CONFERE-BANCO-FIM.
           MOVE ZEROS TO IDX-ACHADO-BAN-WS
           IF COD3-CONF-WS NUMERIC
               MOVE FILIAL-XRF-WS TO FILIAL-BUSCA-BAN-WS
               MOVE COD3-NUM-CONF-WS TO BANCO-BUSCA-BAN-WS
               PERFORM ACHA-BANCO.
           IF IDX-ACHADO-BAN-WS = ZEROS
               MOVE "BANCO" TO CAMPO-ORF-WS
               MOVE COD3-CONF-WS TO CODIGO-ORF-WS
               MOVE "SEM CADASTRO ARQBANCO" TO MOTIVO-ORF-WS
               MOVE "B" TO TIPO-ORF-WS
               PERFORM ANOTA-ORFAO
               GO TO CONFERE-BANCO-FIM.
           IF AGE-CONF-WS = SPACES OR AGE-CONF-WS = ZEROS
               GO TO CONFERE-BANCO-FIM.
           IF AGE-CONF-WS NUMERIC
               IF AGE-NUM-CONF-WS
                   = AGENCIA-TAB-BAN-WS (IDX-ACHADO-BAN-WS)
                   GO TO CONFERE-BANCO-FIM.
           MOVE "AGENCIA" TO CAMPO-ORF-WS
           MOVE AGE-CONF-WS TO CODIGO-ORF-WS
           MOVE "DIFERE DO ARQBANCO" TO MOTIVO-ORF-WS
           MOVE "A" TO TIPO-ORF-WS
           PERFORM ANOTA-ORFAO.
       CONFERE-BANCO-FIM.
           EXIT.
      *
      *    FORNECEDOR EM COD4-CONF-WS CONTRA O ARQFORN
       CONFERE-FORNECEDOR.
           IF QTD-FOR-77 = ZEROS
               GO TO CONFERE-FORNECEDOR-FIM.
           IF COD4-CONF-WS = SPACES OR COD4-CONF-WS = ZEROS
               GO TO CONFERE-FORNECEDOR-FIM.
           IF COD4-CONF-WS NUMERIC
               IF MARCA-FOR-WS (COD4-NUM-CONF-WS) = "S"
                   GO TO CONFERE-FORNECEDOR-FIM.
           MOVE "FORN-NTENT" TO CAMPO-ORF-WS
           MOVE COD4-CONF-WS TO CODIGO-ORF-WS
           MOVE "SEM CADASTRO ARQFORN" TO MOTIVO-ORF-WS
           MOVE "F" TO TIPO-ORF-WS
           PERFORM ANOTA-ORFAO.
       CONFERE-FORNECEDOR-FIM.
           EXIT.
      *
      *    LISTA UM CODIGO ORFAO E SOMA NA CONTAGEM DO TIPO
       ANOTA-ORFAO.
           MOVE NOME-GER-WS TO ARQ-ORF-LIN-WS
           MOVE CHAVE-ORF-WS TO CHAVE-ORF-LIN-WS
           MOVE CAMPO-ORF-WS TO CAMPO-ORF-LIN-WS
           MOVE CODIGO-ORF-WS TO CODIGO-ORF-LIN-WS
           MOVE MOTIVO-ORF-WS TO MOTIVO-ORF-LIN-WS
           WRITE REG-REL FROM LINHA-ORF-WS
           ADD 1 TO ORFAOS-77
           DISPLAY (15, 35) ORFAOS-77
           EVALUATE TIPO-ORF-WS
               WHEN "V" ADD 1 TO ORF-VEN-77
               WHEN "T" ADD 1 TO ORF-TRA-77
               WHEN "R" ADD 1 TO ORF-REG-77
               WHEN "B" ADD 1 TO ORF-BAN-77
               WHEN "A" ADD 1 TO ORF-AGE-77
               WHEN "F" ADD 1 TO ORF-FOR-77
           END-EVALUATE.
      *
      *    FIM DA FAIXA: CONTAGEM POR TIPO E CODIGO DE RETORNO
       ENCERRA-CONFERENCIA.
           MOVE SPACES TO REG-REL
           WRITE REG-REL
           MOVE SPACES TO REG-REL
           STRING "VENDEDOR=" ORF-VEN-77
               " TRANSPORTADORA=" ORF-TRA-77
               " REGIAO=" ORF-REG-77
               DELIMITED BY SIZE INTO REG-REL
           WRITE REG-REL
           MOVE SPACES TO REG-REL
           STRING "BANCO=" ORF-BAN-77
               " AGENCIA=" ORF-AGE-77
               " FORNECEDOR=" ORF-FOR-77
               " TOTAL DE ORFAOS=" ORFAOS-77
               DELIMITED BY SIZE INTO REG-REL
           WRITE REG-REL
           CLOSE ARQ-REL
           IF ORFAOS-77 NOT = ZEROS
               MOVE 8 TO RETURN-CODE
               DISPLAY (23, 5)
                   "CODIGOS ORFAOS - NAO TRANSMITIR (CONVXREF.REL)"
           ELSE
               DISPLAY (23, 10) "REFERENCIAS INTEGRAS".
      *
       AVANCA-DIA.
           ADD 1 TO DIA-INI-WS
           MOVE MES-INI-WS TO MES-CAL-WS
           MOVE ANO-INI-WS TO ANO-CAL-WS
           PERFORM CALCULA-ULT-DIA
           IF DIA-INI-WS > ULT-DIA-MES-WS
               MOVE 1 TO DIA-INI-WS
               ADD 1 TO MES-INI-WS
               IF MES-INI-WS > 12
                   MOVE 1 TO MES-INI-WS
                   ADD 1 TO ANO-INI-WS.
           MOVE ANO-INI-WS TO ANO-CORTE-INI-WS
           MOVE MES-INI-WS TO MES-CORTE-INI-WS
           MOVE DIA-INI-WS TO DIA-CORTE-INI-WS
           MOVE ANO-FIM-WS TO ANO-CORTE-FIM-WS
           MOVE MES-FIM-WS TO MES-CORTE-FIM-WS
           MOVE DIA-FIM-WS TO DIA-CORTE-FIM-WS.
      *
      *    GRAVA UMA LINHA NO LOG PERSISTENTE DE EXECUCOES (CONVLOG.LOG)
       GRAVA-LOG.
           MOVE "CONVXREF" TO PROGRAMA-LOG-TX
           ACCEPT DATA-EXEC-LOG-TX FROM DATE YYYYMMDD
           ACCEPT HORA-EXEC-LOG-TX FROM TIME
           MOVE OPERADOR-EXEC-WS TO OPERADOR-LOG-TX
           ACCEPT HORA-FIM-EXEC-WS FROM TIME
           PERFORM CALCULA-DURACAO
           MOVE HORA-INI6-EXEC-WS TO HORA-INI-LOG-TX
           MOVE DURACAO-EXEC-WS TO DURACAO-LOG-TX
           MOVE SPACES TO FILTRO-LOG-TX
           STRING "DRIVE=" U-XRF-WS " FILIAL=" FILIAL-XRF-WS
               " DE=" DIA-SAV-WS MES-SAV-WS " ATE=" FINAL-WS
               " ORF=" ORFAOS-77
               DELIMITED BY SIZE
               INTO FILTRO-LOG-TX
           MOVE LIDOS-77 TO LIDOS-LOG-TX
           MOVE ORFAOS-77 TO GRAVADOS-LOG-TX
           MOVE 0 TO GRAVADOS2-LOG-TX
           IF NOT MODO-TESTE
               MOVE ARQREL-NOME-WS TO NOME-REL-ARR-WS
               PERFORM GUARDA-RELATORIO THRU GUARDA-RELATORIO-EXIT.
           OPEN EXTEND ARQ-LOG
           IF  ESTADO-LOG NOT = ZEROS
               OPEN OUTPUT ARQ-LOG.
           WRITE REGLOG-TX
           CLOSE ARQ-LOG.
      *
      *    PROCURA EM "CONVPARM.DAT" A LINHA DE PARAMETROS DESTE
      *    PROGRAMA; SE ACHAR, LIGA O MODO NAO ASSISTIDO
       CARREGA-PARM.
           MOVE "N" TO MODO-AUTO-WS
           MOVE "N" TO FIM-PRM-WS
           OPEN INPUT ARQ-PRM
           IF ESTADO-PRM NOT = ZEROS
               GO TO CARREGA-PARM-EXIT.
           PERFORM LE-PRM THRU LE-PRM-EXIT
               UNTIL ACABOU-PRM OR MODO-AUTO
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
               MOVE OPERADOR-PARM-TX   TO OPERADOR-EXEC-WS
               MOVE TESTE-PARM-TX      TO DRIVE-TESTE-PARM-WS.
       LE-PRM-EXIT.
           EXIT.
      *
      *    EM MODO NAO ASSISTIDO NAO HA OPERADOR PARA CORRIGIR UM
      *    PARAMETRO INVALIDO: DEVOLVE O CONTROLE COM CODIGO 8
       TERMINA-ERRO-PARM.
           MOVE 8 TO RETURN-CODE
           GOBACK.
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
           COPY TESTEPR.
      *
           COPY BANCOPR.
      *
           COPY TARIFPR.
      *
           COPY COBRPR.
      *
           COPY REGIPR.
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
