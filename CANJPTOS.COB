             88 WS-MAE-BLOQUEADA                VALUE 'B'.
             88 WS-MAE-CERRADA                  VALUE 'C'.
          05 WS-MAE-DIA-CORTE                PIC 9(02).
          05 WS-MAE-PORC-ADELANTO            PIC 9(03).
          05 WS-MAE-SALDO-ADELANTO           PIC 9(8)V99.

      * ESTRUCTURA PARA LA RUTINA CLVALTAR DE VALIDACION DEL NUMERO
      * DE TARJETA, IGUAL QUE EN MANTTARJ.
          05 WS-MOV-CANT-CUOTAS             PIC 9(02).
          05 WS-MOV-TIPO-MOV                PIC X(01).
          05 WS-MOV-CATEGORIA               PIC X(03).
          05 WS-MOV-ID-COMERCIO             PIC X(15).

       01  WS-CURRENT-DATE-FIELDS.
           05  WS-CURRENT-DATE.
              MOVE 1                   TO WS-MOV-CANT-CUOTAS
              MOVE 'P'                 TO WS-MOV-TIPO-MOV
              MOVE SPACES              TO WS-MOV-CATEGORIA
              MOVE SPACES              TO WS-MOV-ID-COMERCIO

              MOVE WS-MOV-SALIDA TO REG-MOV-CANJE
              WRITE REG-MOV-CANJE
