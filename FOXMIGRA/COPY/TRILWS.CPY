      *
      *    COPY TRILWS
      *    AREAS DA TRILHA DE ALTERACOES DOS CADASTROS (VIDE COPY
      *    TRILFD). A TELA MONTA O CADASTRO, A OPERACAO, A CHAVE E AS
      *    IMAGENS E CHAMA O GRAVA-TRILHA (COPY TRILPR).
      *
       77  ESTADO-TRL                          PIC X(02).
       77  CADASTRO-TRL-WS                     PIC X(08).
       77  OPERACAO-TRL-WS                     PIC X(01).
       01  CHAVE-TRL-WS                        PIC X(30).
       01  ANTES-TRL-WS                        PIC X(120).
       01  DEPOIS-TRL-WS                       PIC X(120).
