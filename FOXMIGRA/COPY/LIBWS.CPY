       77  SENHA-OK-WS               PIC X(01).
           88  SENHA-OK              VALUE "S".
       77  SENHA-DIG-WS              PIC X(08).
       77  SUPERVISOR-LIB-WS         PIC X(08).
