      * TARJETA (0 = SIN DEFINIR, SE USA LA FECHA DEL SISTEMA COMO
      * HASTA AHORA, PARA NO ROMPER MAESTROS YA EXISTENTES).
           05  MAE-DIA-CORTE                  PIC 9(02).
      * SUB-LIMITE DE ADELANTOS EN EFECTIVO, COMO PORCENTAJE DE
      * MAE-LIMITE (0 = LA TARJETA NO OPERA ADELANTOS), Y PARTE DE
      * MAE-SALDO-ANT, EN PESOS, QUE CORRESPONDE A ADELANTOS TODAVIA
      * NO CANCELADOS. TP02EJ01 ACTUALIZA EL SALDO AL CERRAR CADA
      * CORTE Y AUTOTARJ LO DESCUENTA DEL SUB-LIMITE DE EFECTIVO.
           05  MAE-PORC-ADELANTO              PIC 9(03).
           05  MAE-SALDO-ADELANTO             PIC 9(08)V99.
