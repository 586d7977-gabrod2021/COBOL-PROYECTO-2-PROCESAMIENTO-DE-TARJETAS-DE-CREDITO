      *----------------------------------------------------------------*
      * CASTWRK.CPY : LAYOUT DEL ARCHIVO DE TRABAJO CLAVEADO DE         *
      *               TARJETAS CASTIGADAS (CASTIGOS-WRK.VSAM). CASTTARJ *
      *               Y TP02EJ01 VUELCAN AQUI CASTIGOS.SEQ AL INICIAR,  *
      *               UNA LINEA POR TARJETA CON LO CASTIGADO Y LO       *
      *               RECUPERADO: TP02EJ01 LO CONSULTA PARA DESVIAR A   *
      *               RECUPERO LOS PAGOS DE UNA TARJETA CASTIGADA Y     *
      *               CASTTARJ PARA NO CASTIGAR DOS VECES Y PARA EL     *
      *               REPORTE A FINANZAS. ES UN ARCHIVO DE TRABAJO:     *
      *               CADA CORRIDA LO RECREA DESDE CERO.                *
      *----------------------------------------------------------------*
       FD  CASTIGOS-WRK
           LABEL RECORD STANDARD.

       01  REG-CAS-WRK.
           05  CAW-NRO-TARJ                   PIC X(19).
           05  CAW-CUENTA                     PIC 9(10).
           05  CAW-MONEDA                     PIC X(03).
           05  CAW-FECHA-CASTIGO              PIC X(10).
           05  CAW-CASTIGADO                  PIC 9(08)V9(02).
           05  CAW-CASTIGADO-PESOS            PIC 9(12)V9(02).
           05  CAW-RECUPERADO-PESOS           PIC 9(12)V9(02).
      * LO RECUPERADO EN EL PERIODO DE LA CORRIDA, PARA EL REPORTE.
           05  CAW-RECUP-PERIODO-PESOS        PIC 9(12)V9(02).
           05  CAW-MARCA-CASTIGO              PIC X(01).
               88  CAW-CASTIGO-DEL-PERIODO        VALUE 'S'.
               88  CAW-CASTIGO-ANTERIOR           VALUE 'N'.
