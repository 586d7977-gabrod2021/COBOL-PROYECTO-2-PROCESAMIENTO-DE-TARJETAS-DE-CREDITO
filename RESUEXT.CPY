      *               'HH' HEADER DEL ARCHIVO, '01' ENCABEZADO DEL      *
      *               RESUMEN, '02' DOMICILIO, '03' MOVIMIENTO, '04'    *
      *               TOTAL POR MONEDA, '05' PAGO MINIMO, '06' BLOQUE   *
      *               DE PUNTOS, '07' MENSAJE, '08' CUOTAS A VENCER DE  *
      *               UN PLAN DE CUOTAS, '09' CIERRE DEL RESUMEN        *
      *               (LINEAS Y PAGINAS), '10' IMPUTACION DE UN PAGO    *
      *               O PAGO EN PESOS DE UN SALDO EN OTRA MONEDA (VA    *
      *               ANTES DEL '09'), '11' ADELANTO EN EFECTIVO CON    *
      *               SU CARGO E INTERES (VA ANTES DE LOS TOTALES) Y    *
      *               'TT' TRAILER DEL ARCHIVO                          *
      *               CON RESUMENES Y LINEAS TOTALES PARA QUE EL        *
      *               PROVEEDOR VERIFIQUE LA ENTREGA, LA MISMA          *
      *               DISCIPLINA DE CONTROL QUE CONSUMOS.SEQ.           *
               88  EXT-ES-PAGO-MINIMO             VALUE '05'.
               88  EXT-ES-PUNTOS                  VALUE '06'.
               88  EXT-ES-MENSAJE                 VALUE '07'.
               88  EXT-ES-CUOTAS-VENCER           VALUE '08'.
               88  EXT-ES-CIERRE-RES              VALUE '09'.
               88  EXT-ES-IMPUTACION-PAGO         VALUE '10'.
               88  EXT-ES-ADELANTO                VALUE '11'.
               88  EXT-ES-TRAILER-ARCH            VALUE 'TT'.
           05  EXT-COD-POSTAL                 PIC 9(04).
           05  EXT-NRO-RESUMEN                PIC 9(08).
               10  EXT-MOV-DETALLE            PIC X(32).
               10  EXT-MOV-NRO-CUOTA          PIC 9(02).
               10  EXT-MOV-CANT-CUOTAS       PIC 9(02).
      * TIPO DEL MOVIMIENTO ('C', 'P', 'D', 'G') O, EN LAS LINEAS DE
      * PERCEPCION IMPOSITIVA EN PESOS QUE SIGUEN A UN MOVIMIENTO EN
      * MONEDA EXTRANJERA, 'I' PERCEPCION O 'R' REINTEGRO.
               10  EXT-MOV-TIPO               PIC X(01).
               10  EXT-MOV-IMPORTE            PIC 9(08)V9(02).
               10  EXT-MOV-MONEDA             PIC X(03).
           05  EXT-DATOS-MENSAJE REDEFINES EXT-DATOS.
               10  EXT-MSJ-TEXTO              PIC X(60).
               10  FILLER                     PIC X(54).
           05  EXT-DATOS-CUOTAS REDEFINES EXT-DATOS.
               10  EXT-CUO-FECHA-COMPRA       PIC X(10).
               10  EXT-CUO-DETALLE            PIC X(32).
               10  EXT-CUO-CANT-CUOTAS        PIC 9(02).
               10  EXT-CUO-CANT-PENDIENTES    PIC 9(02).
               10  EXT-CUO-IMPORTE-CUOTA      PIC 9(08)V9(02).
               10  EXT-CUO-SALDO-PENDIENTE    PIC 9(08)V9(02).
               10  EXT-CUO-MONEDA             PIC X(03).
               10  FILLER                     PIC X(45).
           05  EXT-DATOS-IMPUTACION REDEFINES EXT-DATOS.
               10  EXT-IMP-FECHA-PAGO         PIC X(10).
               10  EXT-IMP-MONEDA-PAGO        PIC X(03).
               10  EXT-IMP-IMPORTE-PAGO       PIC 9(08)V9(02).
      * 'A' PARTE DEL PAGO IMPUTADA A UN CONCEPTO (EN PESOS); 'X' PAGO
      * EN PESOS QUE CANCELA SALDO EN OTRA MONEDA A LA COTIZACION DEL
      * DIA (MONEDA, IMPORTE CANCELADO Y COTIZACION EN LOS DESTINO).
               10  EXT-IMP-TIPO               PIC X(01).
               10  EXT-IMP-CONCEPTO           PIC X(24).
               10  EXT-IMP-PESOS              PIC 9(10)V9(02).
               10  EXT-IMP-MONEDA-DESTINO     PIC X(03).
               10  EXT-IMP-IMPORTE-DESTINO    PIC 9(08)V9(02).
               10  EXT-IMP-COTIZACION         PIC 9(08)V9(02).
               10  FILLER                     PIC X(31).
           05  EXT-DATOS-ADELANTO REDEFINES EXT-DATOS.
      * 'A' ADELANTO DEL PERIODO (IMPORTE ORIGINAL, EN PESOS, CARGO POR
      * EXTRACCION Y DIAS E INTERES HASTA EL CORTE); 'I' INTERES DEL
      * SALDO DE ADELANTOS ARRASTRADO DEL RESUMEN ANTERIOR (IMPORTE
      * EN PESOS = SALDO ARRASTRADO, SIN FECHA NI CARGO).
               10  EXT-ADE-TIPO               PIC X(01).
               10  EXT-ADE-FECHA              PIC X(10).
               10  EXT-ADE-DETALLE            PIC X(32).
               10  EXT-ADE-MONEDA             PIC X(03).
               10  EXT-ADE-IMPORTE            PIC 9(08)V9(02).
               10  EXT-ADE-PESOS              PIC 9(10)V9(02).
               10  EXT-ADE-CARGO              PIC 9(06)V9(02).
               10  EXT-ADE-DIAS               PIC 9(04).
               10  EXT-ADE-INTERES            PIC 9(08)V9(02).
               10  FILLER                     PIC X(24).
           05  EXT-DATOS-CIERRE REDEFINES EXT-DATOS.
               10  EXT-CIE-CANT-LINEAS        PIC 9(04).
               10  EXT-CIE-CANT-PAGINAS       PIC 9(03).
