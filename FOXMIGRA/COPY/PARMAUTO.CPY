      *    CONVLOG.LOG (DA TELA NAS EXECUCOES ASSISTIDAS, DO
      *    CONVPARM.DAT NAS CADEIAS; "????????" = NAO INFORMADO)
       77  OPERADOR-EXEC-WS VALUE "????????"   PIC X(08).
      *
      *    MODO TESTE DA CADEIA (CONVLOTE): DRIVE DE RASCUNHO QUE
      *    RECEBE AS SAIDAS NO LUGAR DO DRIVE DOS ARQS (DE ONDE AS
      *    ENTRADAS CONTINUAM SENDO LIDAS), MAIS O TRANSF.LOG E O
      *    CONVLOG.LOG DA EXECUCAO. OS NOMES DOS DOIS LOGS SAO
      *    MONTADOS PELO PREPARA-TESTE (COPY TESTEPR); FORA DO MODO
      *    TESTE FICAM OS DE PRODUCAO
       77  DRIVE-TESTE-PARM-WS VALUE SPACE     PIC X(01).
           88  MODO-TESTE                      VALUE "A" THRU "Z".
       01  ARQLOG-NOME-WS  VALUE "CONVLOG.LOG" PIC X(14).
       01  ARQTRF-NOME-WS  VALUE "TRANSF.LOG"  PIC X(14).
