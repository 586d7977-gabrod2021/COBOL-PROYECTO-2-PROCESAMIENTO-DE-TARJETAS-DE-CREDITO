       FD  SALIDA-REINGRESO
           LABEL RECORD STANDARD.

       01  REG-REINGRESO                     PIC X(97).
