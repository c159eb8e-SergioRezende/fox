      *    POR FILIAL - CADA FILIAL TEM A PROPRIA INSCRICAO - COM
      *    RAZAO SOCIAL, CGC, INSCRICAO ESTADUAL E ENDERECO, PARA OS
      *    CABECALHOS IMPRESSOS E O HEADER DA REMESSA SAIREM
      *    IDENTIFICADOS SEM CARIMBO. A UF DA FILIAL E A ORIGEM NA
      *    AUDITORIA DE ALIQUOTA/CFO DE ICMS (CONVAICM).
      *
       FD  ARQ-EMP
           LABEL RECORD IS STANDARD.
           05  CGC-EMP-TX                PIC 9(14).
           05  INSCR-EMP-TX              PIC 9(14).
           05  ENDER-EMP-TX              PIC X(40).
           05  UF-EMP-TX                 PIC X(02).
