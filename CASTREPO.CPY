      *----------------------------------------------------------------*
      * CASTREPO.CPY : LAYOUT DEL REPORTE DE CASTIGOS Y RECUPEROS PARA  *
      *                FINANZAS (CASTIGOS-REPORTE.TXT), SALIDA DE       *
      *                CASTTARJ.                                        *
      *----------------------------------------------------------------*
       FD  REPORTE-CASTIGOS
           LABEL RECORD STANDARD.

       01  REG-REPORTE-CAST.
           05  LINEA-REPORTE-CAST             PIC X(132).
