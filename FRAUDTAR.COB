             88 WS-MAE-BLOQUEADA                VALUE 'B'.
             88 WS-MAE-CERRADA                  VALUE 'C'.
          05 WS-MAE-DIA-CORTE                PIC 9(02).
          05 WS-MAE-PORC-ADELANTO            PIC 9(03).
          05 WS-MAE-SALDO-ADELANTO           PIC 9(8)V99.

      * AUXILIAR PARA DESCOMPONER WS-MAE-FECHA-VENC, IGUAL QUE EN
      * AUTOTARJ.
              MOVE WS-MAE-FECHA-VENC TO TRN-FECHA-VENC
              MOVE 'B'               TO TRN-ESTADO
              MOVE WS-MAE-DIA-CORTE  TO TRN-DIA-CORTE
              MOVE WS-MAE-PORC-ADELANTO  TO TRN-PORC-ADELANTO
              MOVE WS-MAE-SALDO-ADELANTO TO TRN-SALDO-ADELANTO

              WRITE REG-TRANS

