      *----------------------------------------------------------------*
      * HISTARCH.CPY : ARCHIVO ANUAL DEL HISTORIAL DE MOVIMIENTOS       *
      *                (HISTORIAL-AAAA.SEQ). LOS REGISTROS SON LOS DE   *
      *                HISTORIAL.SEQ (HISTMOV.CPY) TAL CUAL, MOVIDOS    *
      *                POR ARCHHIST CUANDO SU PERIODO SALE DE LA        *
      *                VENTANA ACTIVA.                                  *
      *----------------------------------------------------------------*
       FD  HISTORIAL-ARCHIVO
           LABEL RECORD STANDARD.

       01  REG-HIS-ARCHIVO                    PIC X(118).
