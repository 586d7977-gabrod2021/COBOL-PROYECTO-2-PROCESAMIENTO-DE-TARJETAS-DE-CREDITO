          05 WS-MOV-CANT-CUOTAS             PIC 9(02).
          05 WS-MOV-TIPO-MOV                PIC X(01).
          05 WS-MOV-CATEGORIA               PIC X(03).
          05 WS-MOV-ID-COMERCIO             PIC X(15).

      ******* LINEAS DEL REPORTE DE DEBITOS REBOTADOS ******************
       01 TITULO-REBOTES.
           MOVE 1                TO WS-MOV-CANT-CUOTAS.
           MOVE 'P'              TO WS-MOV-TIPO-MOV.
           MOVE SPACES           TO WS-MOV-CATEGORIA.
           MOVE SPACES           TO WS-MOV-ID-COMERCIO.

           MOVE WS-MOV-SALIDA TO REG-MOV-DEBITO.
           WRITE REG-MOV-DEBITO.
