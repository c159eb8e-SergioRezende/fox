      *
      *    COPY HISTOFD
      *    FD E REGISTRO DO CADASTRO DE DE-PARA DE HISTORICOS DO
      *    DIARIO (ARQ. "ARQHISTO.DAT"), MANTIDO PELO CADHISTO. UMA
      *    LINHA POR HISTORICO PADRAO DO DIARIO (D-CH) COM O CODIGO
      *    DE HISTORICO CORRESPONDENTE NO SISTEMA NOVO, QUE O CONVDIR
      *    GRAVA NO DIARCV.SEQ.
      *
       FD  ARQ-HIS
           LABEL RECORD IS STANDARD.
       01  REGHIS-TX.
           05  ANTIGO-HIS-TX             PIC 9(02).
           05  NOVO-HIS-TX               PIC 9(03).
           05  DESCR-HIS-TX              PIC X(30).
