      *----------------------------------------------------------------*
      * PERCMOV.CPY : LAYOUT DEL REGISTRO PERMANENTE DE PERCEPCIONES    *
      *               IMPOSITIVAS COBRADAS (PERCEPCIONES.SEQ). TP02EJ01 *
      *               AGREGA UNA LINEA POR CADA IMPUESTO APLICADO A UN  *
      *               CONSUMO EN MONEDA EXTRANJERA ('P', PERCIBIDA) O   *
      *               REINTEGRADO POR UNA DEVOLUCION ('R'), CLAVEADA    *
      *               POR CUENTA, TARJETA Y PERIODO DE FACTURACION      *
      *               (AAAAMM). PERCINFO ARMA CON EL EL INFORME AL      *
      *               FISCO DEL PERIODO Y PERCCERT LOS CERTIFICADOS     *
      *               ANUALES POR TITULAR. TODOS LOS IMPORTES DE        *
      *               PERCEPCION SON EN PESOS.                          *
      *----------------------------------------------------------------*
       FD  PERCEPCIONES
           LABEL RECORD STANDARD.

       01  REG-PERCEPCION.
           05  PER-CUENTA                     PIC 9(10).
           05  PER-NRO-TARJ                   PIC X(19).
           05  PER-PERIODO.
               10  PER-PER-ANIO               PIC 9(04).
               10  PER-PER-MES                PIC 9(02).
           05  PER-FECHA                      PIC X(10).
           05  PER-DETALLE                    PIC X(32).
           05  PER-TIPO                       PIC X(01).
               88  PER-ES-PERCEPCION              VALUE 'P'.
               88  PER-ES-REINTEGRO               VALUE 'R'.
      * IMPORTE DEL MOVIMIENTO EN SU MONEDA DE ORIGEN, NETO DEL
      * DESCUENTO APLICADO, Y COTIZACION CON QUE SE PASO A PESOS.
           05  PER-MONEDA                     PIC X(03).
           05  PER-IMPORTE-ORIGEN             PIC 9(08)V9(02).
           05  PER-COTIZACION                 PIC 9(08)V9(02).
           05  PER-BASE-PESOS                 PIC 9(10)V9(02).
           05  PER-CODIGO                     PIC X(03).
           05  PER-PORCENTAJE                 PIC 9(01)V9(04).
           05  PER-IMPORTE                    PIC 9(08)V9(02).
