      *----------------------------------------------------------------*
      * PLNWRK.CPY : LAYOUT DEL ARCHIVO DE TRABAJO CLAVEADO DE PLANES   *
      *              DE CUOTAS (PLANES-WRK.VSAM). TP02EJ01 VUELCA       *
      *              PLANES-CUOTAS.SEQ AQUI AL INICIAR, ABRE, AVANZA Y  *
      *              CIERRA LOS PLANES POR CLAVE MIENTRAS FACTURA, LOS  *
      *              RECORRE POR TARJETA PARA EL BLOQUE DE CUOTAS A     *
      *              VENCER DEL RESUMEN Y AL CIERRE REGRABA EL ARCHIVO  *
      *              PERSISTENTE. ES UN ARCHIVO DE TRABAJO: CADA        *
      *              CORRIDA LO RECREA DESDE CERO.                      *
      *----------------------------------------------------------------*
       FD  PLANES-WRK
           LABEL RECORD STANDARD.

       01  REG-PLN-WRK.
           05  PLW-CLAVE.
               10  PLW-NRO-TARJ               PIC X(19).
               10  PLW-FECHA-COMPRA           PIC X(10).
               10  PLW-DETALLE                PIC X(32).
           05  PLW-MONEDA                     PIC X(03).
           05  PLW-CATEGORIA                  PIC X(03).
           05  PLW-IMPORTE-TOTAL              PIC 9(08)V9(02).
           05  PLW-IMPORTE-CUOTA              PIC 9(08)V9(02).
           05  PLW-CANT-CUOTAS                PIC 9(02).
           05  PLW-ULT-CUOTA                  PIC 9(02).
           05  PLW-PER-ULT-CUOTA              PIC 9(06).
           05  PLW-ESTADO                     PIC X(01).
               88  PLW-ABIERTO                    VALUE 'A'.
               88  PLW-CERRADO                    VALUE 'C'.
               88  PLW-DEVUELTO                   VALUE 'D'.
           05  PLW-PER-ALTA                   PIC 9(06).
           05  PLW-PER-CIERRE                 PIC 9(06).
