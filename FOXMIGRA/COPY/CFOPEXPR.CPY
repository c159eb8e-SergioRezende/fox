      *
      *    COPY CFOPEXPR
      *    IMPRIME NO RELATORIO DO PROGRAMA (ARQ-REL/REG-REL, JA
      *    ABERTO) A LISTA DE DOCUMENTOS COM CFO FORA DO CADASTRO
      *    (COPY CFOPVL), ANTES DO LIVRO/APURACAO, PARA O FISCAL
      *    CADASTRAR O CFO (CADCFOP) OU CORRIGIR A NOTA E RODAR DE
      *    NOVO. SEM CADASTRO DE CFO SAI SO O AVISO.
       IMPRIME-EXC-CFOP.
           IF QTD-CFOP-WS = ZEROS
               MOVE SPACES TO REG-REL
               MOVE "CADASTRO DE CFO (ARQCFO.DAT) AUSENTE OU VAZIO"
                   TO REG-REL
               WRITE REG-REL
               MOVE SPACES TO REG-REL
               WRITE REG-REL
               GO TO IMPRIME-EXC-CFOP-EXIT.
           IF QTD-EXC-CFP-WS = ZEROS
               GO TO IMPRIME-EXC-CFOP-EXIT.
           MOVE SPACES TO REG-REL
           STRING "EXCECOES - DOCUMENTOS COM CFO FORA DO CADASTRO: "
               QTD-EXC-CFP-WS
               DELIMITED BY SIZE INTO REG-REL
           WRITE REG-REL
           PERFORM IMPRIME-LINHA-EXC-CFOP
               VARYING IDX-EXC-CFP-WS FROM 1 BY 1
               UNTIL IDX-EXC-CFP-WS > QTD-EXC-CFP-WS
           IF DESCARTADOS-EXC-CFP-77 NOT = ZEROS
               MOVE SPACES TO REG-REL
               STRING "  ESTOURO DA LISTA DE EXCECOES: "
                   DESCARTADOS-EXC-CFP-77 " DOCUMENTOS FORA"
                   DELIMITED BY SIZE INTO REG-REL
               WRITE REG-REL.
           MOVE SPACES TO REG-REL
           WRITE REG-REL.
       IMPRIME-EXC-CFOP-EXIT.
           EXIT.
      *
       IMPRIME-LINHA-EXC-CFOP.
           MOVE CODIGO-EXC-CFP-WS (IDX-EXC-CFP-WS)
               TO CODIGO-LIN-CFP-WS
           MOVE DOC-EXC-CFP-WS (IDX-EXC-CFP-WS) TO DOC-LIN-CFP-WS
           MOVE SPACES TO REG-REL
           WRITE REG-REL FROM LINHA-EXC-CFP-WS.
