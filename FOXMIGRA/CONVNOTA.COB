      *
      *    ESTE PROGRAMA GERA ARQ. TXT DE NOTAS
      *    ARQUIVO DE NOTAS FISCAIS - SAIDAS
      *
      *    DATA DA ALTERACAO: 10/96
      *
      *    A PARCELA CUJO VENCIMENTO CAI EM DOMINGO, FERIADO OU
      *    SABADO SEM EXPEDIENTE NO CALENDARIO DA FILIAL
      *    ("ARQCALEN.DAT", CADCALEN) SAI COM O VENCIMENTO NO PROXIMO
      *    DIA UTIL, COMO O BANCO COBRA. O INTERVALO ENTRE AS
      *    PARCELAS CONTINUA CONTADO DO VENCIMENTO NOMINAL.
      *
      *    DATA DA ALTERACAO: 10/96
      *
      *    A REEXPORTACAO DE NOTA UNICA MARCA COMO CORRIGIDA A NOTA
      *    QUE O CONVACEI POS NA FILA DE REJEICOES ("CONVREJ.DAT").
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
      *    AS SAIDAS DE TRANSFERENCIA VAO PARA O TRANSF.LOG DO
      *    RASCUNHO E AS GRAFIAS DE MUNICIPIO NAO RESOLVIDAS PARA O
      *    CONVMUNI.EXC DO RASCUNHO; A FILA DE REJEICOES NAO E
      *    BAIXADA.
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
      *
           COPY MUNISL.
      *
           COPY CALENSL.
      *
           COPY REJEISL.
      *
           SELECT      ARQ-MEX    ASSIGN     TO   DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ESTADO-MEX.
      *
           SELECT      ARQ-TRF    ASSIGN     TO   DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ESTADO-TRF.
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
           COPY LIBFD.
      *
           COPY MUNIFD.
      *
           COPY CALENFD.
      *
           COPY REJEIFD.
      *
      *    GRAFIAS DE MUNICIPIO QUE NAO RESOLVERAM PARA CODIGO IBGE
      *    (ARQ. "CONVMUNI.EXC", ACRESCIDO A CADA EXECUCAO)
       FD  ARQ-MEX
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID ARQMEX-NOME-WS.
       01  REGMEX-TX.
           05  NOME-MEX-TX               PIC X(22).
           05  UF-MEX-TX                 PIC X(02).
      *    REGISTRO DE LOG DE TRANSFERENCIAS ENTRE FILIAIS
      *    (ARQ. "TRANSF.LOG")
       FD  ARQ-TRF
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID ARQTRF-NOME-WS.
           COPY TRANSFLOG.
      *
      *    REGISTRO DE CHECKPOINT DO ULTIMO DIA CONVERTIDO
           COPY FAIXADT.


           COPY OPERFD.
      *
       WORKING-STORAGE SECTION.
      *
       77  ESTADO                PIC X(02).
       77  ESTADO-CKP            PIC X(02).
       77  ESTADO-FXD            PIC X(02).
       77  ESTADO-MEX            PIC X(02).
       01  ARQMEX-NOME-WS  VALUE "CONVMUNI.EXC" PIC X(14).
       77  FILIAL-3-TRF-WS       PIC 9(03).
       77  LIDOS-77        VALUE 0             PIC 9(05).
       77  GRAVADOS-77     VALUE 0             PIC 9(05).
           COPY DADOS.
           COPY TELAWS.
           COPY PARMAUTO.
      *
           COPY OPERWS.
           COPY DURAWS.
       77  FALHOU-BTV-WS   VALUE "N"           PIC X(01).
           88  FALHOU-BTV                      VALUE "S".
           COPY TRAVAWS.
           COPY LIBWS.
           COPY MUNIVL.
           COPY CALENVL.
           COPY REJEIVL.

      *****************************************************************
      * REGISTRO DO ARQUIVO DE NOTAS DE SAIDA <REGNTFS.COB>
           PERFORM CARREGA-SECULO
           PERFORM CARREGA-FECH
           PERFORM CARREGA-MUNIC
           PERFORM CARREGA-CALENDARIO THRU CARREGA-CALENDARIO-EXIT
           PERFORM CARREGA-PARM
           PERFORM PREPARA-TESTE
           IF MODO-TESTE
               MOVE SPACES TO ARQMEX-NOME-WS
               STRING DRIVE-TESTE-PARM-WS ":CONVMUNI.EXC"
                   DELIMITED BY SIZE INTO ARQMEX-NOME-WS.
           IF MODO-AUTO
               MOVE DRIVE-PARM-WS TO U-NTFS-WS
               MOVE FILIAL-INI-PARM-WS TO FILIAL-MV-WS.
           DISPLAY (9, 10) "Operador................:"
           IF NOT MODO-AUTO
               ACCEPT (, ) OPERADOR-EXEC-WS WITH PROMPT UPDATE.
           MOVE "CONVNOTA" TO PROGRAMA-ACE-WS
           MOVE MODO-AUTO-WS TO SEM-SENHA-ACE-WS
           PERFORM AUTENTICA-OPERADOR THRU AUTENTICA-OPERADOR-EXIT.

           DISPLAY (10, 10) "Informe o Drive dos arqs:"
           IF NOT MODO-AUTO
               ACCEPT (, ) U-NTFS-WS WITH PROMPT UPDATE
               ACCEPT ESCAPE-77 FROM ESCAPE KEY
               IF ESCAPE-77 NOT = ZEROS STOP RUN.
      *
      *    NO MODO TESTE OS ARQUIVOS GERADOS VAO PARA O DRIVE DE
      *    RASCUNHO
           IF MODO-TESTE
               MOVE DRIVE-TESTE-PARM-WS TO U-NTFS-WS.
           MOVE U-NTFS-WS TO U-NTFS-TX.
           MOVE U-NTFS-WS TO U-NTFS-IT.

           IF REEXPORTA-NOTA
               MOVE INICIAL-WS TO FINAL-WS
               MOVE ANO-INI-WS TO ANO-FIM-WS.
           IF NOT REEXPORTA-NOTA AND NOT MODO-TESTE
               PERFORM ATUALIZA-FXD.

           DISPLAY (14, 10) "LIDOS:      GRAVADOS:".
               MOVE "S" TO FALHOU-GRV-WS
               PERFORM EFETIVA-SAIDAS-DIA
               MOVE "N" TO FALHOU-GRV-WS
               IF NOT REEXPORTA-NOTA AND NOT MODO-TESTE
                   PERFORM ATUALIZA-CKP
               END-IF
               GO 020-ABRE-ARQ.
               CLOSE ARQ-PES
               PERFORM EFETIVA-SAIDAS-DIA
              IF NOT FALHOU-BTV AND NOT REEXPORTA-NOTA
                  AND NOT MODO-TESTE
                  PERFORM ATUALIZA-CKP
              END-IF
              GO 020-ABRE-ARQ.
           MOVE ANO2-INI-WS TO ANO-MV-IT
           MOVE ARQNTFS-IT TO NOME-DEF-WS
           PERFORM EFETIVA-ARQ
           IF REEXPORTA-NOTA AND NOT FALHOU-GRV
               AND GRAVADOS-77 NOT = ZEROS AND NOT MODO-TESTE
               PERFORM BAIXA-FILA-REJ.
      *
      *    NA REEXPORTACAO DE NOTA UNICA OS ARQUIVOS LATERAIS DO DIA
      *    NAO SAO TOCADOS: OS TEMPORARIOS SAO SIMPLESMENTE
       EFETIVA-SAIDAS-FIM.
           EXIT.
      *
      *    A NOTA REEXPORTADA SAI DA FILA DE REJEICOES COMO CORRIGIDA
      *    E PASSA A AGUARDAR O ACEITE DO ARQUIVO .Caa (CONVACEI)
       BAIXA-FILA-REJ.
           MOVE FILIAL-MV-WS TO FILIAL-BUSCA-REJ-WS
           COMPUTE DATA-BUSCA-REJ-WS = (ANO-INI-WS * 10000)
               + (MES-INI-WS * 100) + DIA-INI-WS
           MOVE NOTA-UNICA-WS TO NOTA-BUSCA-REJ-WS
           PERFORM MARCA-CORRECAO-REJ THRU MARCA-CORRECAO-REJ-EXIT
           IF MARCADAS-REJ-WS NOT = ZEROS
               DISPLAY (19, 10) "NOTA CORRIGIDA NA FILA DE REJEICOES".
      *
      *    STATUS DE GRAVACAO DIFERENTE DE ZERO (DISCO CHEIO, REDE
      *    FORA): MARCA A EXECUCAO COMO FALHA; NO ENCERRAMENTO O
      *    ARQUIVO TEMPORARIO E DESCARTADO E NADA FICA GRAVADO SOB O
               VARYING PARC-WS FROM 1 BY 1
               UNTIL PARC-WS > QTD-DUP-NTFS-WS.
      *
      *    O VENCIMENTO GRAVADO VAI PARA O PROXIMO DIA UTIL DA
      *    FILIAL; O NOMINAL (VENC-CAL-WS) SEGUE PARA A PROXIMA
      *    PARCELA
       GRAVA-UMA-PARCELA.
           MOVE FILIAL-NTFS-WS TO FILIAL-PAR
           MOVE NUMERO-NTFS-WS TO NUMERO-PAR
           MOVE PARC-WS        TO PARCELA-PAR
           MOVE FILIAL-NTFS-WS TO FILIAL-CLD-WS
           MOVE ANO-VENC-CAL-WS TO ANO-CLD-WS
           MOVE MES-VENC-CAL-WS TO MES-CLD-WS
           MOVE DIA-VENC-CAL-WS TO DIA-CLD-WS
           PERFORM PROXIMO-DIA-UTIL THRU PROXIMO-DIA-UTIL-EXIT
           MOVE ANO-CLD-WS TO ANO-VENC-PAR
           MOVE MES-CLD-WS TO MES-VENC-PAR
           MOVE DIA-CLD-WS TO DIA-VENC-PAR
           IF PARC-WS = QTD-DUP-NTFS-WS
               MOVE VALOR-ULT-PARC-WS TO VALOR-PAR
           ELSE
           MOVE "CONVNOTA" TO PROGRAMA-CAB-WS
           ACCEPT DATA-GER-CAB-WS FROM DATE YYYYMMDD
           ACCEPT HORA-GER-CAB-WS FROM TIME
           MOVE SPACE TO TESTE-CAB-WS
           IF MODO-TESTE
               MOVE "T" TO TESTE-CAB-WS
           END-IF
           MOVE FILIAL-MV-WS TO FILIAL-CAB-WS
           MOVE SPACES TO FAIXA-CAB-WS
           STRING "DRIVE=" U-NTFS-WS " DIA=" INICIAL-WS
               MOVE FILTRO-PARM-TX     TO FILTRO-PARM-WS
               MOVE TELA-PARM-TX       TO TELA-PARM-WS
               MOVE OPERADOR-PARM-TX   TO OPERADOR-PARM-WS
               MOVE OPERADOR-PARM-TX   TO OPERADOR-EXEC-WS
               MOVE TESTE-PARM-TX      TO DRIVE-TESTE-PARM-WS.
       LE-PRM-EXIT.
           EXIT.
      *
           COPY SECULOPR.
      *
           COPY MUNIPR.
      *
           COPY CALENPR.
      *
           COPY REJEIPR.
      *
      *    ACRESCENTA A GRAFIA NAO RESOLVIDA NA LISTA DE EXCECOES,
      *    PARA O CADMUNIC GANHAR A VARIANTE NOVA
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
