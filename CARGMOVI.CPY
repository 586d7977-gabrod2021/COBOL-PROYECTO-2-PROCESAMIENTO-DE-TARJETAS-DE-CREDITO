       FD  SALIDA-CARGOS
           LABEL RECORD STANDARD.

       01  REG-MOV-CARGO                     PIC X(97).
