      *----------------------------------------------------------------*
      * PERCREPO.CPY : LAYOUT DEL LISTADO DE PERCEPCIONES DEL PERIODO   *
      *                POR TITULAR (PERCEPCIONES-REPORTE.TXT), SALIDA   *
      *                DE PERCINFO.                                     *
      *----------------------------------------------------------------*
       FD  REPORTE-PERCEPCIONES
           LABEL RECORD STANDARD.

       01  REG-REPORTE-PERC.
           05  LINEA-REPORTE-PERC             PIC X(132).
