      *
      *    COPY TRIBFD
      *    FD E REGISTRO DO CADASTRO DE PARAMETROS DE PIS/FINSOCIAL
      *    (ARQ. "ARQTRIB.DAT"), MANTIDO PELO CADTRIB. UMA LINHA POR
      *    FILIAL (FILIAL 00 = PADRAO PARA AS FILIAIS SEM LINHA
      *    PROPRIA) COM AS ALIQUOTAS EM PERCENTUAL E O DIA DE
      *    VENCIMENTO DE CADA CONTRIBUICAO NO MES SEGUINTE AO DA
      *    APURACAO. O CONVPISF APURA AS CONTRIBUICOES COM ELES.
      *
       FD  ARQ-TRB
           LABEL RECORD IS STANDARD.
       01  REGTRB-TX.
           05  FILIAL-TRB-TX             PIC 9(02).
           05  ALQPIS-TRB-TX             PIC 9(02)V9(02).
           05  ALQFIN-TRB-TX             PIC 9(02)V9(02).
           05  DIAPIS-TRB-TX             PIC 9(02).
           05  DIAFIN-TRB-TX             PIC 9(02).
