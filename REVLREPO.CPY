      *----------------------------------------------------------------*
      * REVLREPO.CPY : LAYOUT DEL LISTADO DE APROBACION DE LA REVISION  *
      *                DE LIMITES PARA CREDITOS (LIMITES-REVISION.TXT), *
      *                SALIDA DE REVLTARJ.                              *
      *----------------------------------------------------------------*
       FD  REPORTE-REVISION
           LABEL RECORD STANDARD.

       01  REG-REPORTE-REVISION.
           05  LINEA-REPORTE-REVISION         PIC X(132).
