           05  RET-NRO-TARJ                   PIC X(19).
           05  RET-FECHA                      PIC X(10).
           05  RET-IMPORTE-PESOS              PIC 9(08)V9(02).
      * 'A' SI LA AUTORIZACION FUE UN ADELANTO EN EFECTIVO, QUE ADEMAS
      * DESCUENTA DEL SUB-LIMITE DE EFECTIVO; EN BLANCO LAS COMPRAS.
           05  RET-TIPO-OPERACION             PIC X(01).
               88  RET-ES-ADELANTO                VALUE 'A'.
