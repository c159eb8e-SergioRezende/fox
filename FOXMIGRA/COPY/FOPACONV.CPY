      *
      *    COPY FOPACONV
      *    INTERFACE MENSAL DE COMISSOES PARA A FOLHA DE PAGAMENTO
      *    (ARQ. "x:FPaammff.TXT", aamm = COMPETENCIA), GERADA PELO
      *    CONVFOPA A PARTIR DOS RESULTADOS DO CONVCOMI E DO CONVESTO
      *    (COPY COMRCONV): UMA LINHA POR VENDEDOR COM A COMISSAO
      *    BRUTA, OS ESTORNOS E O LIQUIDO A PAGAR (PODE SER NEGATIVO
      *    QUANDO OS ESTORNOS PASSAM DA COMISSAO DO MES), VALORES COM
      *    DUAS DECIMAIS IMPLICITAS NA MESMA UNIDADE DOS
      *    DEMONSTRATIVOS. CABECALHO "0" (COPY CABCONV) E TRAILER "9"
      *    + QTD 9(07) + CONTROLE 9(13) (SOMA DA COMISSAO BRUTA) COMO
      *    NOS DEMAIS ARQUIVOS GERADOS, SEGUIDOS DO TOTAL DE ESTORNOS
      *    E DO TOTAL LIQUIDO PARA A CONFERENCIA DO DEPARTAMENTO
      *    PESSOAL.
      *
       01  REGFOPA-TX.
           05  TIPO-REG-FOPA-TX              PIC X(01).
           05  FILIAL-FOPA-TX                PIC 9(02).
           05  VEND-FOPA-TX                  PIC 9(03).
           05  NOME-FOPA-TX                  PIC X(30).
           05  COMPET-FOPA-TX                PIC 9(06).
           05  BRUTA-FOPA-TX                 PIC 9(11)V99.
           05  ESTORNO-FOPA-TX               PIC 9(11)V99.
           05  LIQUIDA-FOPA-TX               PIC S9(11)V99
                                             SIGN LEADING SEPARATE.
           05  FILLER                        PIC X(08).
       01  REGFOPA-TR.
           05  TIPO-REG-FOPA-TR              PIC X(01).
           05  QTD-REG-FOPA-TR               PIC 9(07).
           05  CONTROLE-FOPA-TR              PIC 9(11)V99.
           05  ESTORNO-FOPA-TR               PIC 9(11)V99.
           05  LIQUIDA-FOPA-TR               PIC S9(11)V99
                                             SIGN LEADING SEPARATE.
           05  FILLER                        PIC X(42).
