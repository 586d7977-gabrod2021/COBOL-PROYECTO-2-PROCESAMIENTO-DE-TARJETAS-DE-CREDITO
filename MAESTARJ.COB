          05 LK-MAE-FECHA-VENC              PIC X(10).
          05 LK-MAE-ESTADO                  PIC X(01).
          05 LK-MAE-DIA-CORTE                PIC 9(02).
          05 LK-MAE-PORC-ADELANTO            PIC 9(03).
          05 LK-MAE-SALDO-ADELANTO           PIC 9(8)V99.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION USING LK-REG-MAESTRO.
           MOVE MAE-FECHA-VENC TO LK-MAE-FECHA-VENC.
           MOVE MAE-ESTADO     TO LK-MAE-ESTADO.
           MOVE MAE-DIA-CORTE  TO LK-MAE-DIA-CORTE.
           MOVE MAE-PORC-ADELANTO  TO LK-MAE-PORC-ADELANTO.
           MOVE MAE-SALDO-ADELANTO TO LK-MAE-SALDO-ADELANTO.

       2105-MOVER-DATOS-FIN.
           EXIT.
           MOVE SPACES         TO LK-MAE-FECHA-VENC.
           MOVE SPACES         TO LK-MAE-ESTADO.
           MOVE 0              TO LK-MAE-DIA-CORTE.
           MOVE 0              TO LK-MAE-PORC-ADELANTO.
           MOVE 0              TO LK-MAE-SALDO-ADELANTO.

       2200-DEVOLVER-VACIO-FIN.
           EXIT.
