      *----------------------------------------------------------------*
      * LIQPENWK.CPY : COPIA DE TRABAJO DE LIQCOMER CON LAS             *
      *                LIQUIDACIONES QUE SIGUEN RETENIDAS               *
      *                (LIQUIDACION-PENDIENTES-WRK.SEQ). AL TERMINAR LA *
      *                LIQUIDACION SE VUELCA SOBRE                      *
      *                LIQUIDACION-PENDIENTES.SEQ.                      *
      *----------------------------------------------------------------*
       FD  PENDIENTES-TRABAJO
           LABEL RECORD STANDARD.

       01  REG-PENDIENTE-TRABAJO              PIC X(153).
