      *----------------------------------------------------------------*
      * ARCHREPO.CPY : LAYOUT DEL REPORTE DEL ARCHIVO Y DEPURACION DEL  *
      *                HISTORIAL Y LAS AUTORIZACIONES                   *
      *                (ARCHIVO-REPORTE.TXT), SALIDA DE ARCHHIST.       *
      *----------------------------------------------------------------*
       FD  REPORTE-ARCHIVO
           LABEL RECORD STANDARD.

       01  REG-REPORTE-ARCHIVO.
           05  LINEA-REPORTE-ARCHIVO          PIC X(132).
