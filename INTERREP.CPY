      *----------------------------------------------------------------*
      * INTERREP.CPY : LAYOUT DEL REPORTE DE CLEARING E INTERCAMBIO     *
      *                (INTERCAMBIO-REPORTE.TXT), SALIDA DE COMPENSA.   *
      *----------------------------------------------------------------*
       FD  REPORTE-INTERCAMBIO
           LABEL RECORD STANDARD.

       01  REG-REPORTE-INTERC.
           05  LINEA-REPORTE-INTERC           PIC X(132).
