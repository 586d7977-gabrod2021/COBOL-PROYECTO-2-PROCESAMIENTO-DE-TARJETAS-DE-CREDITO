      *----------------------------------------------------------------*
      * PLANCUOT.CPY : LAYOUT DEL ARCHIVO PERSISTENTE DE PLANES DE      *
      *                CUOTAS (PLANES-CUOTAS.SEQ). TP02EJ01 ABRE UN     *
      *                PLAN CUANDO FACTURA LA PRIMERA CUOTA DE UN       *
      *                CONSUMO FINANCIADO (ENT-CANT-CUOTAS > 1), LO     *
      *                AVANZA CON CADA CUOTA FACTURADA Y LO CIERRA AL   *
      *                FACTURAR LA ULTIMA ('C') O CUANDO UNA DEVOLUCION *
      *                CANCELA EL CONSUMO COMPLETO ('D'). CUOTTARJ LO   *
      *                RECORRE CADA MES Y GENERA LA PROXIMA CUOTA DE    *
      *                CADA PLAN ABIERTO. LA CLAVE ES TARJETA + FECHA   *
      *                DE COMPRA + DETALLE, LOS MISMOS DATOS QUE VIAJAN *
      *                EN CADA CUOTA GENERADA. LOS PERIODOS SON AAAAMM. *
      *----------------------------------------------------------------*
       FD  PLANES-CUOTAS
           LABEL RECORD STANDARD.

       01  REG-PLAN-CUOTAS.
           05  PLN-NRO-TARJ                   PIC X(19).
           05  PLN-FECHA-COMPRA               PIC X(10).
           05  PLN-DETALLE                    PIC X(32).
           05  PLN-MONEDA                     PIC X(03).
           05  PLN-CATEGORIA                  PIC X(03).
           05  PLN-IMPORTE-TOTAL              PIC 9(08)V9(02).
      * CUOTA PURA (TOTAL / CANTIDAD, TRUNCADA AL CENTAVO). LA ULTIMA
      * CUOTA LLEVA EL RESTO PARA QUE LA SUMA IGUALE AL TOTAL.
           05  PLN-IMPORTE-CUOTA              PIC 9(08)V9(02).
           05  PLN-CANT-CUOTAS                PIC 9(02).
      * ULTIMA CUOTA YA FACTURADA; LA PROXIMA A GENERAR ES LA SIGUIENTE.
           05  PLN-ULT-CUOTA                  PIC 9(02).
      * PERIODO EN QUE SE FACTURO ESA ULTIMA CUOTA: CUOTTARJ NO GENERA
      * OTRA CUOTA EN EL MISMO PERIODO.
           05  PLN-PER-ULT-CUOTA              PIC 9(06).
           05  PLN-ESTADO                     PIC X(01).
               88  PLN-ABIERTO                    VALUE 'A'.
               88  PLN-CERRADO                    VALUE 'C'.
               88  PLN-DEVUELTO                   VALUE 'D'.
           05  PLN-PER-ALTA                   PIC 9(06).
           05  PLN-PER-CIERRE                 PIC 9(06).
