      *
      *    COPY REJEIFD
      *    FD E REGISTRO DA FILA DE REJEICOES (ARQ. "CONVREJ.DAT").
      *    UMA LINHA POR REGISTRO REJEITADO PELO SISTEMA RECEPTOR E
      *    AINDA EM ABERTO; A REJEICAO SAI DA FILA QUANDO O RECEPTOR
      *    ACEITA O ARQUIVO RETRANSMITIDO OU A CORRECAO DA NOTA.
      *
       FD  ARQ-REJ
           LABEL RECORD IS STANDARD.
       01  REGREJ-TX.
           05  FILIAL-REJ-TX             PIC 9(02).
           05  DATA-MOV-REJ-TX           PIC 9(08).
      *        AAAAMMDD DO MOVIMENTO (ZEROS EM CADASTRO)
           05  NOTA-REJ-TX               PIC 9(06).
      *        ZEROS QUANDO O REGISTRO REJEITADO NAO E NOTA
           05  NOME-REJ-TX               PIC X(18).
           05  SEQ-REJ-TX                PIC 9(07).
           05  MOTIVO-REJ-TX             PIC X(03).
           05  TEXTO-REJ-TX              PIC X(40).
           05  DATA-REJ-TX               PIC 9(08).
      *        AAAAMMDD EM QUE O RETORNO FOI PROCESSADO
           05  SITUACAO-REJ-TX           PIC X(01).
      *        "P" = PENDENTE
      *        "C" = CORRECAO DA NOTA GERADA, AGUARDANDO ACEITE
           05  DATA-SIT-REJ-TX           PIC 9(08).
