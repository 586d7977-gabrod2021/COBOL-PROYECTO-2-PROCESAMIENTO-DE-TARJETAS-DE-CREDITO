       FD  SALIDA-CANJES
           LABEL RECORD STANDARD.

       01  REG-MOV-CANJE                     PIC X(97).
