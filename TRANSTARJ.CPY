               88  TRN-ES-ALTA                    VALUE 'A'.
               88  TRN-ES-CAMBIO                  VALUE 'C'.
               88  TRN-ES-BAJA                    VALUE 'B'.
      * CAMBIO DE LIMITE SOLAMENTE: DE LA TRANSACCION SE USA SOLO
      * TRN-LIMITE Y EL RESTO DEL MAESTRO (SALDOS, ESTADO) QUEDA COMO
      * ESTA AL APLICARLA, AUNQUE LA FACTURACION LO HAYA MOVIDO DESPUES
      * DE ARMADA LA TRANSACCION.
               88  TRN-ES-LIMITE                  VALUE 'L'.
           05  TRN-NRO-TARJ                   PIC X(19).
           05  TRN-CUENTA                     PIC 9(10).
           05  TRN-APELLIDO                   PIC X(20).
               88  TRN-ESTADO-BLOQUEADA           VALUE 'B'.
               88  TRN-ESTADO-CERRADA             VALUE 'C'.
           05  TRN-DIA-CORTE                  PIC 9(02).
           05  TRN-PORC-ADELANTO              PIC 9(03).
           05  TRN-SALDO-ADELANTO             PIC 9(08)V99.

       01  TRN-ARCHIVOS REDEFINES REG-TRANS
                                         PIC X(163).
