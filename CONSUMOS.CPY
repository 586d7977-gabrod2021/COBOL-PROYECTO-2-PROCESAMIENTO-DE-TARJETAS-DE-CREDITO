           05  ENT-MONEDA                     PIC X(03).
           05  ENT-IMPORTE                    PIC 9(08)V9(02).
           05  ENT-DETALLE                    PIC X(32).
      * UNA CUOTA 2 A N ES LA CUOTA DE UN PLAN YA ABIERTO (LA GENERA
      * CUOTTARJ DESDE PLANES-CUOTAS.SEQ CON LA FECHA, DETALLE E
      * IMPORTE DE CUOTA DE LA COMPRA ORIGINAL): EL TOTAL DE LA COMPRA
      * YA ENTRO AL SALDO CON LA CUOTA 1, ASI QUE SOLO SE IMPRIME Y
      * SUMA AL PAGO MINIMO.
           05  ENT-NRO-CUOTA                  PIC 9(02).
               88  ENT-ES-CUOTA-PLAN              VALUE 2 THRU 99.
           05  ENT-CANT-CUOTAS                PIC 9(02).
           05  ENT-TIPO-MOV                   PIC X(01).
               88  ENT-ES-CONSUMO                 VALUE 'C'.
      * SUMA AL SALDO COMO UN CONSUMO PERO NO ACUMULA PUNTOS, NO
      * RECIBE DESCUENTOS Y POSTEA EN SU PROPIO CONCEPTO CONTABLE.
               88  ENT-ES-CARGO                    VALUE 'G'.
      * ADELANTO EN EFECTIVO: SUMA AL SALDO COMO UN CONSUMO, PERO SE
      * AUTORIZA CONTRA EL SUB-LIMITE DE EFECTIVO DE LA TARJETA, NO
      * ACUMULA PUNTOS NI RECIBE DESCUENTOS, PAGA UN CARGO POR
      * EXTRACCION E INTERES DIARIO EN LUGAR DEL CARGO FINANCIERO
      * REVOLVENTE, Y SE IMPRIME Y CONTABILIZA EN SU PROPIO BLOQUE.
               88  ENT-ES-ADELANTO                 VALUE 'A'.
      * CATEGORIA DEL COMERCIO (POR EJ. "SUP", "FAR", "COM"), USADA
      * PARA BUSCAR LA TASA DE DESCUENTO VIGENTE EN DESCUENTOS.SEQ.
      * '*DI' ES UNA CATEGORIA RESERVADA: MARCA LOS AJUSTES POR
      * LAS CAMPANIAS) Y NO ENTRAN EN LA LIQUIDACION A COMERCIOS.
           05  ENT-CATEGORIA                  PIC X(03).
               88  ENT-ES-AJUSTE-DISPUTA          VALUE '*DI'.
      * IDENTIFICACION DEL COMERCIO EN EL MAESTRO DE COMERCIOS
      * (COMERCIOS.VSAM), POR LA QUE LIQCOMER LIQUIDA Y PAGA. LA RED
      * LA INFORMA EN EL CLEARING; LOS MOVIMIENTOS QUE NO SON VENTAS
      * DE UN COMERCIO (PAGOS, CARGOS, AJUSTES, CUOTAS 2 A N) LA
      * TRAEN EN BLANCO.
           05  ENT-ID-COMERCIO                PIC X(15).

       01  ENT-ARCHIVOS REDEFINES REG-ENTRADA
                                         PIC X(97).

      * REGISTROS DE CONTROL DEL ARCHIVO: UNA LINEA 'H' (HEADER) CON
      * FECHA DE PROCESO E IDENTIFICACION DEL FEED, Y UNA LINEA 'T'
           05  ENT-CTL-TIPO                   PIC X(01).
               88  ENT-CTL-ES-HEADER              VALUE 'H'.
               88  ENT-CTL-ES-TRAILER             VALUE 'T'.
           05  ENT-CTL-DATOS                  PIC X(96).
           05  ENT-CTL-HEADER REDEFINES ENT-CTL-DATOS.
               10  ENT-CTL-FECHA-PROCESO      PIC X(10).
               10  ENT-CTL-FEED-ID            PIC X(08).
               10  FILLER                     PIC X(78).
           05  ENT-CTL-TRAILER REDEFINES ENT-CTL-DATOS.
               10  ENT-CTL-CANT-REG           PIC 9(08).
               10  ENT-CTL-HASH-IMPORTE       PIC 9(13)V9(02).
               10  FILLER                     PIC X(73).
