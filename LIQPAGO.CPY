      *----------------------------------------------------------------*
      * LIQPAGO.CPY : LAYOUT DEL ARCHIVO DE PAGOS A COMERCIOS           *
      *               (LIQUIDACION-PAGOS.SEQ), SALIDA DE LIQCOMER: UNA  *
      *               LINEA POR COMERCIO ACTIVO DEL MAESTRO DE          *
      *               COMERCIOS Y MONEDA CON MOVIMIENTO EN EL PERIODO   *
      *               LIQUIDADO, CON LOS CONSUMOS BRUTOS, LAS           *
      *               DEVOLUCIONES, LA COMISION RETENIDA, EL NETO A     *
      *               PAGAR Y EL CBU DONDE SE ACREDITA. UNA LIQUIDACION *
      *               RETENIDA QUE SE LIBERA SALE CON SU PERIODO        *
      *               ORIGINAL.                                         *
      *----------------------------------------------------------------*
       FD  PAGOS-COMERCIOS
           LABEL RECORD STANDARD.
           05  LIQ-DEVOLUCIONES               PIC 9(11)V9(02).
           05  LIQ-COMISION                   PIC 9(11)V9(02).
           05  LIQ-NETO                       PIC S9(11)V9(02).
           05  LIQ-ID-COMERCIO                PIC X(15).
           05  LIQ-CBU                        PIC X(22).
