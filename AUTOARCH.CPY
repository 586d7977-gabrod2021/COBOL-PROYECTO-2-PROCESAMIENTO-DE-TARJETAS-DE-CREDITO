      *----------------------------------------------------------------*
      * AUTOARCH.CPY : ARCHIVO ANUAL DEL JOURNAL DE AUTORIZACIONES      *
      *                (AUTORIZACIONES-AAAA.SEQ). LOS REGISTROS SON     *
      *                LOS DEL JOURNAL (AUTORIZA.CPY) TAL CUAL, CON EL  *
      *                ESTADO FINAL QUE LES DEJO CONCIAUT.              *
      *----------------------------------------------------------------*
       FD  AUTORIZ-ARCHIVO
           LABEL RECORD STANDARD.

       01  REG-AUT-ARCHIVO                    PIC X(59).
