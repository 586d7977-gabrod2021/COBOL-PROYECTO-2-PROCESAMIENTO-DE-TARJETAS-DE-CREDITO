      *----------------------------------------------------------------*
      * CLEARRED.CPY : LAYOUT DEL ARCHIVO DIARIO DE CLEARING DE LA RED  *
      *                DE TARJETAS (CLEARING-RED.SEQ), ENTRADA DE       *
      *                COMPENSA. UN HEADER 'H' CON LA FECHA DEL         *
      *                CLEARING, UN DETALLE 'D' POR PRESENTACION Y UN   *
      *                TRAILER 'T' CON LA CANTIDAD DE DETALLES Y LA     *
      *                SUMA DE SUS IMPORTES.                            *
      *                CLR-COD-TRANSACCION: '05' COMPRA, '06'           *
      *                DEVOLUCION. LA FECHA VIENE COMO AAAAMMDD.        *
      *                CLR-COD-AUTORIZACION ES EL CODIGO QUE AUTOTARJ   *
      *                LE DIO AL COMERCIO (EN BLANCO EN DEVOLUCIONES).  *
      *                CLR-INTERCAMBIO ES LA TASA DE INTERCAMBIO DE LA  *
      *                PRESENTACION, EN SU MONEDA: SIGNO 'C' LA RED LA  *
      *                PAGA A LA ENTIDAD (COMPRAS), 'D' LA ENTIDAD SE   *
      *                LA DEBE A LA RED (DEVOLUCIONES).                 *
      *----------------------------------------------------------------*
       FD  CLEARING-RED
           LABEL RECORD STANDARD.

       01  REG-CLEARING.
           05  CLR-TIPO-REG                   PIC X(01).
               88  CLR-ES-HEADER                  VALUE 'H'.
               88  CLR-ES-DETALLE                 VALUE 'D'.
               88  CLR-ES-TRAILER                 VALUE 'T'.
           05  CLR-DATOS                      PIC X(149).
           05  CLR-DETALLE REDEFINES CLR-DATOS.
               10  CLR-NRO-TARJ               PIC X(19).
               10  CLR-FECHA-CONSUMO.
                   15  CLR-FEC-ANIO           PIC 9(04).
                   15  CLR-FEC-MES            PIC 9(02).
                   15  CLR-FEC-DIA            PIC 9(02).
               10  CLR-FECHA-CONSUMO-N REDEFINES CLR-FECHA-CONSUMO
                                              PIC 9(08).
               10  CLR-COD-TRANSACCION        PIC X(02).
                   88  CLR-ES-COMPRA              VALUE '05'.
                   88  CLR-ES-DEVOLUCION          VALUE '06'.
               10  CLR-MONEDA                 PIC X(03).
               10  CLR-IMPORTE                PIC 9(08)V9(02).
               10  CLR-COD-AUTORIZACION       PIC X(06).
               10  CLR-ID-COMERCIO            PIC X(15).
               10  CLR-NOMBRE-COMERCIO        PIC X(25).
               10  CLR-MCC                    PIC 9(04).
               10  CLR-CANT-CUOTAS            PIC 9(02).
               10  CLR-INTERCAMBIO            PIC 9(08)V9(02).
               10  CLR-SIGNO-INTERCAMBIO      PIC X(01).
                   88  CLR-INTERC-A-COBRAR        VALUE 'C'.
                   88  CLR-INTERC-A-PAGAR         VALUE 'D'.
               10  CLR-REF-RED                PIC X(23).
               10  FILLER                     PIC X(21).
           05  CLR-HEADER REDEFINES CLR-DATOS.
               10  CLR-HDR-FECHA-CLEARING     PIC 9(08).
               10  CLR-HDR-ID-RED             PIC X(10).
               10  FILLER                     PIC X(131).
           05  CLR-TRAILER REDEFINES CLR-DATOS.
               10  CLR-TRL-CANT-REG           PIC 9(08).
               10  CLR-TRL-TOTAL-IMPORTE      PIC 9(13)V9(02).
               10  FILLER                     PIC X(126).
