      *
      *    COPY OPERFD
      *    FD DO CADASTRO DE OPERADORES (ARQ. "CONVOPER.DAT", UMA
      *    LINHA POR OPERADOR COM CODIGO, NOME, SENHA E A MARCA DE
      *    ATIVO "S"/"N"), DA TABELA DE PERMISSOES (ARQ.
      *    "CONVPERM.DAT", UMA LINHA POR OPERADOR/PROGRAMA LIBERADO)
      *    E DA LINHA DE RECUSA DE ACESSO NO CONVLOG.LOG (MESMO
      *    LAYOUT DO COPY LOGCONV, COM NOMES PROPRIOS PARA NAO
      *    CONFLITAR COM O ARQ-LOG DO PROGRAMA).
      *
      *    NA TABELA DE PERMISSOES O PROGRAMA "*" LIBERA TODAS AS
      *    ROTINAS COMUNS E "CAD*" LIBERA OS CADASTROS; OS PROGRAMAS
      *    SENSIVEIS (VIDE OPERWS) E A LIBERACAO DE SUPERVISOR
      *    ("LIBERA") SO COM A LINHA DO PROPRIO NOME.
      *
       FD  ARQ-OPE
           LABEL RECORD IS STANDARD.
       01  REGOPE-TX.
           05  CODIGO-OPE-TX             PIC X(08).
           05  NOME-OPE-TX               PIC X(30).
           05  SENHA-OPE-TX              PIC X(08).
           05  ATIVO-OPE-TX              PIC X(01).
      *
       FD  ARQ-PER
           LABEL RECORD IS STANDARD.
       01  REGPER-TX.
           05  OPERADOR-PER-TX           PIC X(08).
           05  PROGRAMA-PER-TX           PIC X(08).
      *
       FD  ARQ-ACE
           LABEL RECORD IS STANDARD.
       01  REGACE-TX.
           05  PROGRAMA-ACE-TX           PIC X(08).
           05  DATA-EXEC-ACE-TX          PIC 9(08).
           05  HORA-EXEC-ACE-TX          PIC 9(06).
           05  FILTRO-ACE-TX             PIC X(40).
           05  LIDOS-ACE-TX              PIC 9(07).
           05  GRAVADOS-ACE-TX           PIC 9(07).
           05  GRAVADOS2-ACE-TX          PIC 9(07).
           05  OPERADOR-ACE-TX           PIC X(08).
           05  HORA-INI-ACE-TX           PIC 9(06).
           05  DURACAO-ACE-TX            PIC 9(06).
