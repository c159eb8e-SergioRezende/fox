      *    "ARQEVENT.DAT"), MANTIDO PELO CADEVENT. UMA LINHA POR TIPO
      *    DE MOVIMENTO, COM A CONTA DE DEBITO, A CONTRAPARTIDA DE
      *    CREDITO E O CENTRO DE CUSTO DO LANCAMENTO QUE O CONVCTAB
      *    (E O CONVPDD) GERA. EVENTOS:
      *        "V1" = NOTA A VISTA      "V2" = NOTA A PRAZO
      *        "B1" A "B5" = BAIXA POR TIPO DE OPERACAO (CONVBAIX)
      *        "EN" = ENTRADA DE FORNECEDOR
      *        "P1" = CONSTITUICAO DA PDD  "P2" = REVERSAO DA PDD
      *               (AJUSTE DO MES GERADO PELO CONVPDD)
      *
       FD  ARQ-EVE
           LABEL RECORD IS STANDARD.
