      *----------------------------------------------------------------*
      * RECUREPO.CPY : LAYOUT DEL REPORTE DE LA RECUPERACION DEL        *
      *                MAESTRO (RECUPERACION-REPORTE.TXT), SALIDA DE    *
      *                RECUTARJ: RESPALDO USADO, LINEAS DEL JOURNAL     *
      *                REAPLICADAS Y CONCILIACION DEL MAESTRO           *
      *                RECONSTRUIDO CONTRA EL MAESTRO VIVO.             *
      *----------------------------------------------------------------*
       FD  REPORTE-RECUPERACION
           LABEL RECORD STANDARD.

       01  REG-REPORTE-RECUPERACION.
           05  LINEA-REPORTE-RECUPERACION     PIC X(132).
