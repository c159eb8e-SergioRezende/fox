               10  CGC-TAB-EMP-WS            PIC 9(14).
               10  INSCR-TAB-EMP-WS          PIC 9(14).
               10  ENDER-TAB-EMP-WS          PIC X(40).
               10  UF-TAB-EMP-WS             PIC X(02).
       77  QTD-EMPRE-WS       VALUE 0          PIC 9(02).
       77  IDX-EMP-WS                          PIC 9(02).
       77  FIM-EMP-WS                          PIC X(01).
       77  ACHADO-CGC-EMP-WS                   PIC 9(14).
       77  ACHADO-INSCR-EMP-WS                 PIC 9(14).
       01  ACHADO-ENDER-EMP-WS                 PIC X(40).
       77  ACHADO-UF-EMP-WS                    PIC X(02).
