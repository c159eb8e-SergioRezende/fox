      *
      *    COPY TITRGFD
      *    FD E REGISTRO DO CONTROLE DA COBRANCA REGISTRADA POR
      *    TITULO (ARQ. "ARQTITRG.DAT"). UMA LINHA POR FILIAL, BANCO
      *    E DUPLICATA, COM A SITUACAO DO TITULO NO BANCO E A DA
      *    ULTIMA INSTRUCAO ENVIADA PARA ELE. O CONVREME MARCA O
      *    TITULO ENVIADO E A INSTRUCAO ENVIADA; O CONVRETO APLICA
      *    CADA OCORRENCIA DO RETORNO. DATAS EM AAAAMMDD; ENVIO EM
      *    ZEROS = TITULO REMETIDO ANTES DO CONTROLE EXISTIR.
      *
       FD  ARQ-TRG
           LABEL RECORD IS STANDARD.
       01  REGTRG-TX.
           05  FILIAL-TRG-TX             PIC 9(02).
           05  BANCO-TRG-TX              PIC 9(03).
           05  DUPL-TRG-TX               PIC 9(08).
           05  SITUACAO-TRG-TX           PIC X(01).
      *        "E" = ENVIADO EM REMESSA, SEM RESPOSTA DO BANCO
      *        "C" = ENTRADA CONFIRMADA (REGISTRADO NO BANCO)
      *        "R" = ENTRADA REJEITADA (MOTIVO NO MOTIVO-TRG-TX)
      *        "B" = BAIXADO PELO BANCO
      *        "P" = PAGO (LIQUIDADO)
      *        BRANCO = SITUACAO ANTERIOR AO CONTROLE
           05  ENVIO-TRG-TX              PIC 9(08).
           05  MUDANCA-TRG-TX            PIC 9(08).
           05  OCORR-TRG-TX              PIC 9(02).
           05  MOTIVO-TRG-TX             PIC X(10).
           05  INSTR-TRG-TX              PIC X(01).
      *        "E" = INSTRUCAO ENVIADA, SEM CONFIRMACAO DO BANCO
      *        "A" = INSTRUCAO ACEITA PELO BANCO
      *        "J" = INSTRUCAO REJEITADA (MOTIVO NO MOTIVO-INS)
      *        BRANCO = NENHUMA INSTRUCAO ENVIADA
           05  TIPO-INS-TRG-TX           PIC X(01).
      *        "V", "A" OU "B" COMO NO ARQINSTR.DAT
           05  ENV-INS-TRG-TX            PIC 9(08).
           05  CONF-INS-TRG-TX           PIC 9(08).
           05  MOTIVO-INS-TRG-TX         PIC X(10).
