       FD  SALIDA-DISPUTAS
           LABEL RECORD STANDARD.

       01  REG-MOV-DISPUTA                   PIC X(97).
