      *----------------------------------------------------------------*
      * CARTVEND.CPY : LAYOUT DE LA ENTREGA DE CARTAS DE COBRANZA AL    *
      *                PROVEEDOR DE IMPRESION (CARTAS-VENDOR.SEQ), PARA *
      *                INCLUIR BAJO UN NIVEL 01, CON LA MISMA FORMA QUE *
      *                RESUEXT.CPY: 'HH' HEADER DEL ARCHIVO, '01'       *
      *                DESTINATARIO, '02' DOMICILIO, '03' REFERENCIA    *
      *                (TARJETA, TIPO DE CARTA E IMPORTES), '04' LINEA  *
      *                DE TEXTO, '09' CIERRE DE LA CARTA Y 'TT'         *
      *                TRAILER CON CARTAS Y LINEAS TOTALES.             *
      *----------------------------------------------------------------*
          05  CVE-TIPO-REG                   PIC X(02).
              88  CVE-ES-HEADER-ARCH             VALUE 'HH'.
              88  CVE-ES-DESTINATARIO            VALUE '01'.
              88  CVE-ES-DOMICILIO               VALUE '02'.
              88  CVE-ES-REFERENCIA              VALUE '03'.
              88  CVE-ES-TEXTO                   VALUE '04'.
              88  CVE-ES-CIERRE                  VALUE '09'.
              88  CVE-ES-TRAILER-ARCH            VALUE 'TT'.
          05  CVE-COD-POSTAL                 PIC 9(04).
          05  CVE-NRO-CARTA                  PIC 9(08).
          05  CVE-NRO-LINEA                  PIC 9(04).
          05  CVE-DATOS                      PIC X(114).
          05  CVE-DATOS-HEADER REDEFINES CVE-DATOS.
              10  CVE-FECHA-PROCESO          PIC X(10).
              10  FILLER                     PIC X(104).
          05  CVE-DATOS-DESTINATARIO REDEFINES CVE-DATOS.
              10  CVE-APELLIDO               PIC X(20).
              10  CVE-NOMBRE                 PIC X(20).
              10  CVE-CUENTA                 PIC 9(10).
              10  CVE-FECHA-EMISION          PIC X(10).
              10  FILLER                     PIC X(54).
          05  CVE-DATOS-DOMICILIO REDEFINES CVE-DATOS.
              10  CVE-DIRECCION              PIC X(40).
              10  CVE-DOM-COD-POSTAL         PIC 9(04).
              10  FILLER                     PIC X(70).
          05  CVE-DATOS-REFERENCIA REDEFINES CVE-DATOS.
              10  CVE-NRO-TARJ               PIC X(19).
              10  CVE-TIPO-CARTA             PIC X(03).
              10  CVE-CICLOS-MORA            PIC 9(02).
              10  CVE-MONEDA                 PIC X(03).
      * EN LAS CARTAS DE MORA: SALDO Y PAGO MINIMO DEL ULTIMO RESUMEN.
      * EN LA DE DEBITO REBOTADO: IMPORTE Y FECHA DEL DEBITO.
              10  CVE-SALDO                  PIC S9(10)V9(02).
              10  CVE-PAGO-MINIMO            PIC 9(08)V9(02).
              10  CVE-FECHA-DEBITO           PIC X(10).
              10  FILLER                     PIC X(55).
          05  CVE-DATOS-TEXTO REDEFINES CVE-DATOS.
              10  CVE-TEXTO                  PIC X(60).
              10  FILLER                     PIC X(54).
          05  CVE-DATOS-CIERRE REDEFINES CVE-DATOS.
              10  CVE-CANT-LINEAS            PIC 9(04).
              10  FILLER                     PIC X(110).
          05  CVE-DATOS-TRAILER REDEFINES CVE-DATOS.
              10  CVE-CANT-CARTAS            PIC 9(08).
              10  CVE-CANT-LINEAS-ARCH       PIC 9(08).
              10  FILLER                     PIC X(98).
