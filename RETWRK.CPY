           05  RTW-NRO-TARJ                   PIC X(19).
           05  RTW-FECHA                      PIC X(10).
           05  RTW-IMPORTE                    PIC 9(08)V9(02).
           05  RTW-TIPO-OPERACION             PIC X(01).
