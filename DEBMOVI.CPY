       FD  SALIDA-DEBITOS
           LABEL RECORD STANDARD.

       01  REG-MOV-DEBITO                    PIC X(97).
