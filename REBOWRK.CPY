      *----------------------------------------------------------------*
      * REBOWRK.CPY : ARCHIVO DE TRABAJO INDEXADO DE RESUREBO CON LOS   *
      *               REBOTES DE LA ENTREGA, POR NUMERO DE RESUMEN,     *
      *               PARA UBICAR SUS PAQUETES EN RESUMENES-EMAIL.SEQ.  *
      *----------------------------------------------------------------*
       FD  REBOTES-WRK
           LABEL RECORD STANDARD.

       01  REG-REB-WRK.
           05  RBW-NRO-RESUMEN                PIC 9(08).
           05  RBW-CUENTA                     PIC 9(10).
           05  RBW-MOTIVO                     PIC X(40).
           05  RBW-SW-ENCONTRADO              PIC X(01).
               88  RBW-ENCONTRADO                 VALUE 'S'.
               88  RBW-NO-ENCONTRADO              VALUE 'N'.
