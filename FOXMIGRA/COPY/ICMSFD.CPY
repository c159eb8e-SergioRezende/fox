      *
      *    COPY ICMSFD
      *    FD E REGISTRO DA TABELA DE ALIQUOTAS DE ICMS (ARQ.
      *    "ARQICMS.DAT"), MANTIDA PELO CADICMS. UMA LINHA POR PAR
      *    UF DE ORIGEM / UF DE DESTINO COM A ALIQUOTA QUE A NOTA DE
      *    SAIDA DEVE TRAZER (ORIGEM = DESTINO E A ALIQUOTA INTERNA).
      *    O CONVAICM CONFERE A ALIQUOTA DAS NOTAS CONTRA ELA.
      *
       FD  ARQ-ICM
           LABEL RECORD IS STANDARD.
       01  REGICM-TX.
           05  UFORI-ICM-TX              PIC X(02).
           05  UFDES-ICM-TX              PIC X(02).
           05  ALIQ-ICM-TX               PIC 9(02)V9(01).
