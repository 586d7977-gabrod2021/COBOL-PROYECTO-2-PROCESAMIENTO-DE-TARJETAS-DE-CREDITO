      *----------------------------------------------------------------*
      * CASTMOV.CPY : LAYOUT DEL LIBRO DE CASTIGOS (CASTIGOS.SEQ). UNA  *
      *               LINEA 'C' POR TARJETA CASTIGADA (LA GRABA         *
      *               CASTTARJ CON EL SALDO QUE SALE DE LA CARTERA      *
      *               ACTIVA) Y UNA LINEA 'R' POR CADA PAGO QUE LLEGA   *
      *               DESPUES PARA ESA TARJETA (LA GRABA TP02EJ01 COMO  *
      *               RECUPERO EN LUGAR DE UN PAGO 'P'). EL SALDO       *
      *               PENDIENTE DE UNA TARJETA CASTIGADA ES LO          *
      *               CASTIGADO MENOS LO RECUPERADO, EN PESOS.          *
      *----------------------------------------------------------------*
       FD  CASTIGOS
           LABEL RECORD STANDARD.

       01  REG-CASTIGO.
           05  CAS-NRO-TARJ                   PIC X(19).
           05  CAS-CUENTA                     PIC 9(10).
           05  CAS-TIPO                       PIC X(01).
               88  CAS-ES-CASTIGO                 VALUE 'C'.
               88  CAS-ES-RECUPERO                VALUE 'R'.
           05  CAS-FECHA                      PIC X(10).
           05  CAS-PERIODO.
               10  CAS-PER-ANIO               PIC 9(04).
               10  CAS-PER-MES                PIC 9(02).
           05  CAS-MONEDA                     PIC X(03).
           05  CAS-IMPORTE                    PIC 9(08)V9(02).
           05  CAS-COTIZACION                 PIC 9(08)V9(02).
           05  CAS-IMPORTE-PESOS              PIC 9(12)V9(02).
      * CICLOS EN MORA CON LOS QUE SE CASTIGO (CERO EN UN RECUPERO).
           05  CAS-CICLOS-MORA                PIC 9(02).
           05  CAS-DETALLE                    PIC X(32).
