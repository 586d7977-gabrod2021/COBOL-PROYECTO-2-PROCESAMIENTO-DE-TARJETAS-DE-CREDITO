      *----------------------------------------------------------------*
      * RESUMAIL.CPY : LAYOUT DE LA ENTREGA AL PROVEEDOR DE EMAIL DE    *
      *                RESUMENES (RESUMENES-EMAIL.SEQ) QUE GRABA        *
      *                RESUVEND PARA LAS CUENTAS ADHERIDAS AL RESUMEN   *
      *                POR EMAIL. MISMO ENCUADRE QUE RESUEXT.CPY: 'HH'  *
      *                HEADER DEL ARCHIVO; POR CADA RESUMEN UN PAQUETE  *
      *                'EE' CON LA DIRECCION DE DESTINO, LAS LINEAS     *
      *                '01' A '09' DEL RESUMEN TAL COMO VIENEN DEL      *
      *                EXTRACTO, Y UN CIERRE 'EF' CON LA CANTIDAD DE    *
      *                LINEAS DEL PAQUETE; 'TT' TRAILER DEL ARCHIVO CON *
      *                PAQUETES Y LINEAS TOTALES.                       *
      *----------------------------------------------------------------*
       FD  ENTREGA-EMAIL
           LABEL RECORD STANDARD.

       01  REG-ENTREGA-EMAIL.
           05  EML-TIPO-REG                   PIC X(02).
               88  EML-ES-HEADER-ARCH             VALUE 'HH'.
               88  EML-ES-PAQUETE                 VALUE 'EE'.
               88  EML-ES-CIERRE-PAQUETE          VALUE 'EF'.
               88  EML-ES-TRAILER-ARCH            VALUE 'TT'.
           05  EML-COD-POSTAL                 PIC 9(04).
           05  EML-NRO-RESUMEN                PIC 9(08).
           05  EML-NRO-LINEA                  PIC 9(04).
           05  EML-DATOS                      PIC X(114).
           05  EML-DATOS-PAQUETE REDEFINES EML-DATOS.
               10  EML-DIRECCION-EMAIL        PIC X(40).
               10  EML-CUENTA                 PIC 9(10).
               10  EML-APELLIDO               PIC X(20).
               10  EML-NOMBRE                 PIC X(20).
               10  EML-NRO-TARJ               PIC X(19).
               10  FILLER                     PIC X(05).
           05  EML-DATOS-CIERRE-PAQ REDEFINES EML-DATOS.
               10  EML-PAQ-CANT-LINEAS        PIC 9(04).
               10  FILLER                     PIC X(110).
           05  EML-DATOS-HEADER REDEFINES EML-DATOS.
               10  EML-HDR-FECHA-PROCESO      PIC X(10).
               10  FILLER                     PIC X(104).
           05  EML-DATOS-TRAILER REDEFINES EML-DATOS.
               10  EML-TRL-CANT-PAQUETES      PIC 9(08).
               10  EML-TRL-CANT-LINEAS        PIC 9(08).
               10  FILLER                     PIC X(98).
