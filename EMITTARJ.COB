      * LOS CIERRES DE LAS ALTAS A LO LARGO DEL MES.
       77 WS-DIA-CORTE-PROX                  PIC 9(02) VALUE 1.

      * SUB-LIMITE DE ADELANTOS EN EFECTIVO DE LA TARJETA NUEVA, COMO
      * PORCENTAJE DEL LIMITE ASIGNADO. SE AJUSTA DESPUES POR TARJETA
      * CON UN CAMBIO DE MANTTARJ.
       77 WS-PORC-ADELANTO-ALTA              PIC 9(03) VALUE 20.

      * TABLA DE LIMITES POR BANDA DE SCORE.
       01 WS-TABLA-BANDAS.
          05 WS-CANT-BANDAS                 PIC 9(02) VALUE 0.
          05 WS-MAE-FECHA-VENC              PIC X(10).
          05 WS-MAE-ESTADO                  PIC X(01).
          05 WS-MAE-DIA-CORTE                PIC 9(02).
          05 WS-MAE-PORC-ADELANTO            PIC 9(03).
          05 WS-MAE-SALDO-ADELANTO           PIC 9(8)V99.

       01 WS-SW-YA-EMITIDA                   PIC X(01).
          88 WS-TARJETA-YA-EMITIDA           VALUE 'S'.
           MOVE WS-FECHA-VENC-ED    TO TRN-FECHA-VENC.
           MOVE 'A'                 TO TRN-ESTADO.
           MOVE WS-DIA-CORTE-PROX   TO TRN-DIA-CORTE.
           MOVE WS-PORC-ADELANTO-ALTA TO TRN-PORC-ADELANTO.
           MOVE 0                   TO TRN-SALDO-ADELANTO.

           WRITE REG-TRANS.

