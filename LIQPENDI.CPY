      *----------------------------------------------------------------*
      * LIQPENDI.CPY : LAYOUT DE LAS LIQUIDACIONES RETENIDAS            *
      *                (LIQUIDACION-PENDIENTES.SEQ): LO QUE LIQCOMER NO *
      *                PAGA PORQUE EL COMERCIO NO TIENE IDENTIFICACION, *
      *                NO ESTA EN EL MAESTRO DE COMERCIOS, O ESTA       *
      *                SUSPENDIDO O CERRADO. CADA CORRIDA DE LIQCOMER   *
      *                VUELVE A MIRAR LAS RETENIDAS DE OTROS PERIODOS Y *
      *                PAGA LAS QUE YA TIENEN UN COMERCIO ACTIVO; PARA  *
      *                LIBERAR UNA SIN IDENTIFICACION BASTA CON         *
      *                COMPLETAR PEN-ID-COMERCIO.                       *
      *----------------------------------------------------------------*
       FD  PENDIENTES-LIQ
           LABEL RECORD STANDARD.

       01  REG-PENDIENTE-LIQ.
           05  PEN-PERIODO                    PIC X(06).
           05  PEN-ID-COMERCIO                PIC X(15).
           05  PEN-CATEGORIA                  PIC X(03).
           05  PEN-COMERCIO                   PIC X(32).
           05  PEN-MONEDA                     PIC X(03).
           05  PEN-CONSUMOS                   PIC 9(11)V9(02).
           05  PEN-DEVOLUCIONES               PIC 9(11)V9(02).
           05  PEN-COMISION                   PIC 9(11)V9(02).
           05  PEN-NETO                       PIC S9(11)V9(02).
           05  PEN-COD-MOTIVO                 PIC X(02).
               88  PEN-SIN-ID-COMERCIO            VALUE '01'.
               88  PEN-COMERCIO-INEXISTENTE       VALUE '02'.
               88  PEN-COMERCIO-SUSPENDIDO        VALUE '03'.
               88  PEN-COMERCIO-CERRADO           VALUE '04'.
               88  PEN-MAESTRO-NO-DISPONIBLE      VALUE '05'.
           05  PEN-MOTIVO                     PIC X(30).
           05  PEN-FECHA-RETENCION            PIC X(10).
