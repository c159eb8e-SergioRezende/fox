      *
      *    COPY REJEISL
      *    SELECT DA FILA DE REJEICOES DO SISTEMA RECEPTOR
      *    (ARQ. "CONVREJ.DAT"), ALIMENTADA PELO CONVACEI E BAIXADA
      *    PELA REEXPORTACAO DE NOTA UNICA DO CONVNOTA
      *
           SELECT      ARQ-REJ    ASSIGN     TO   "CONVREJ.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ESTADO-REJ.
