      *----------------------------------------------------------------*
      * CIERREPO.CPY : LAYOUT DEL REPORTE DEL CIERRE CONTABLE DEL MES   *
      *                (CIERRE-CONTABLE.TXT), SALIDA DE CIERCONT: MAYOR *
      *                POR CONCEPTO Y MONEDA, BALANCE DE COMPROBACION Y *
      *                CONCILIACION DE LA CARTERA CONTRA EL MAESTRO.    *
      *----------------------------------------------------------------*
       FD  REPORTE-CIERRE
           LABEL RECORD STANDARD.

       01  REG-REPORTE-CIERRE.
           05  LINEA-REPORTE-CIERRE           PIC X(132).
