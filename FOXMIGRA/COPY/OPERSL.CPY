      *
      *    COPY OPERSL
      *    SELECTS DO CADASTRO DE OPERADORES (ARQ. "CONVOPER.DAT"),
      *    DA TABELA DE PERMISSOES POR PROGRAMA (ARQ. "CONVPERM.DAT")
      *    E DO LOG DE EXECUCOES (ARQ. "CONVLOG.LOG") ONDE FICAM AS
      *    RECUSAS DE ACESSO, COMUNS A TODOS OS PROGRAMAS DO FOXMIGRA
      *
           SELECT      ARQ-OPE    ASSIGN     TO   "CONVOPER.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ESTADO-OPE.
      *
           SELECT      ARQ-PER    ASSIGN     TO   "CONVPERM.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ESTADO-PER.
      *
           SELECT      ARQ-ACE    ASSIGN     TO   "CONVLOG.LOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ESTADO-ACE.
