           05  FILTRO-PARM-TX            PIC X(06).
           05  TELA-PARM-TX              PIC 9(05).
           05  OPERADOR-PARM-TX          PIC X(08).
      *        DRIVE DE RASCUNHO DO CONVLOTE EM MODO TESTE (BRANCO =
      *        PRODUCAO): SAIDAS, TRANSF.LOG E CONVLOG.LOG VAO PARA
      *        ELE E OS ARQUIVOS DE CONTROLE NAO SAO ATUALIZADOS
           05  TESTE-PARM-TX             PIC X(01).
