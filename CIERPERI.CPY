      *----------------------------------------------------------------*
      * CIERPERI.CPY : LAYOUT DE LA TARJETA DE PARAMETROS DE CIERCONT   *
      *                (CIERCONT-PERIODO.SEQ). UNA SOLA LINEA CON EL    *
      *                MES A CERRAR (AAAAMM). SIN ARCHIVO, O EN BLANCO, *
      *                SE CIERRA EL MES ANTERIOR AL DE LA CORRIDA.      *
      *----------------------------------------------------------------*
       FD  PERIODO-CIERRE
           LABEL RECORD STANDARD.

       01  REG-PERIODO-CIERRE.
           05  CPE-PERIODO                    PIC X(06).
