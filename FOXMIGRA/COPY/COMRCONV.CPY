      *
      *    COPY COMRCONV
      *    RESULTADO DO CALCULO DE COMISSOES POR VENDEDOR, GRAVADO NO
      *    FIM DE UMA EXECUCAO COMPLETA PELO CONVCOMI ("x:CMaammff.RES",
      *    COMISSAO BRUTA) E PELO CONVESTO ("x:ESaammff.RES", BASE,
      *    ESTORNOS E LIQUIDO), COM OS MESMOS VALORES DOS
      *    DEMONSTRATIVOS IMPRESSOS. aamm E A COMPETENCIA (MES/ANO DA
      *    DATA FINAL DA FAIXA). O ARQUIVO E GRAVADO SOB ".TMP" E SO
      *    RECEBE O NOME DEFINITIVO DEPOIS DO TRAILER E DO CLOSE: A
      *    EXISTENCIA DO ".RES" E A PROVA DE QUE A EXECUCAO TERMINOU.
      *    LIDO PELO CONVFOPA PARA A INTERFACE COM A FOLHA.
      *    CABECALHO "0" (COPY CABCONV, FAIXA-CAB-WS COM AS DATAS DA
      *    FAIXA) E TRAILER "9" + QTD 9(07) + CONTROLE 9(13) (SOMA DA
      *    COMISSAO BRUTA NO CONVCOMI E DOS ESTORNOS NO CONVESTO, COM
      *    DUAS DECIMAIS IMPLICITAS).
      *
       01  REGCOMR-TX.
           05  TIPO-REG-COMR-TX              PIC X(01).
           05  VEND-COMR-TX                  PIC 9(03).
           05  BRUTA-COMR-TX                 PIC 9(11)V99.
           05  RECL-COMR-TX                  PIC 9(11)V99.
           05  INAD-COMR-TX                  PIC 9(11)V99.
           05  LIQUIDA-COMR-TX               PIC S9(11)V99
                                             SIGN LEADING SEPARATE.
           05  FILLER                        PIC X(08).
       01  REGCOMR-TR.
           05  TIPO-REG-COMR-TR              PIC X(01).
           05  QTD-REG-COMR-TR               PIC 9(07).
           05  CONTROLE-COMR-TR              PIC 9(11)V99.
           05  FILLER                        PIC X(44).
