             88 WS-MAE-BLOQUEADA                VALUE 'B'.
             88 WS-MAE-CERRADA                  VALUE 'C'.
          05 WS-MAE-DIA-CORTE                PIC 9(02).
          05 WS-MAE-PORC-ADELANTO            PIC 9(03).
          05 WS-MAE-SALDO-ADELANTO           PIC 9(8)V99.

      * ESTRUCTURA PARA LA RUTINA CLVALTAR DE VALIDACION DEL NUMERO
      * DE TARJETA.
