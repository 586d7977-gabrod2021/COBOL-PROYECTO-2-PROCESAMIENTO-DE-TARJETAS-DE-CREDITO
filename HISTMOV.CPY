               10  HIS-PER-MES                PIC 9(02).
           05  HIS-FECHA                      PIC X(10).
           05  HIS-DETALLE                    PIC X(32).
      * CUOTA 2 A N DE UN PLAN DE CUOTAS: EL IMPORTE ES SOLO LA CUOTA
      * Y NO MOVIO SALDO NI CONTABILIDAD (EL TOTAL DE LA COMPRA SE
      * ARCHIVO CON LA CUOTA 1); NO SE LIQUIDA NI SE VUELVE A SUMAR.
           05  HIS-NRO-CUOTA                  PIC 9(02).
               88  HIS-ES-CUOTA-PLAN              VALUE 2 THRU 99.
           05  HIS-CANT-CUOTAS                PIC 9(02).
           05  HIS-TIPO-MOV                   PIC X(01).
               88  HIS-ES-CONSUMO                 VALUE 'C'.
               88  HIS-ES-PAGO                    VALUE 'P'.
               88  HIS-ES-DEVOLUCION              VALUE 'D'.
               88  HIS-ES-CARGO                   VALUE 'G'.
               88  HIS-ES-ADELANTO                VALUE 'A'.
           05  HIS-IMPORTE                    PIC 9(08)V9(02).
           05  HIS-MONEDA                     PIC X(03).
           05  HIS-DTO-PORCENTAJE             PIC 9(03)V9(02).
      * DE LOS AJUSTES POR DISPUTA, QUE LIQCOMER NO LIQUIDA.
           05  HIS-CATEGORIA                  PIC X(03).
               88  HIS-ES-AJUSTE-DISPUTA          VALUE '*DI'.
      * COMERCIO DEL MAESTRO DE COMERCIOS (ENT-ID-COMERCIO DEL FEED),
      * POR EL QUE LIQCOMER LIQUIDA. EN BLANCO EN LOS MOVIMIENTOS QUE
      * NO SON VENTAS Y EN LOS CICLOS ARCHIVADOS ANTES DEL CAMPO.
           05  HIS-ID-COMERCIO                PIC X(15).
