      *----------------------------------------------------------------*
      * CIERGWRK.CPY : LAYOUT DEL ARCHIVO DE TRABAJO CLAVEADO POR       *
      *                TARJETA DE CIERCONT (CIERRE-GL-WRK.VSAM). JUNTA  *
      *                EL SALDO DE LA TARJETA EN EL CIERRE ANTERIOR     *
      *                (CARTERA-GL.SEQ), EL ULTIMO SALDO FACTURADO EN   *
      *                EL MES (JOURNAL DEL MAESTRO, LINEAS DE ACTUTARJ) *
      *                Y LO CASTIGADO EN EL MES (CASTIGOS.SEQ), PARA    *
      *                CONCILIAR CONTRA MAE-SALDO-ANT. CADA CORRIDA LO  *
      *                RECREA DESDE CERO.                               *
      *----------------------------------------------------------------*
       FD  CIERRE-GL-WRK
           LABEL RECORD STANDARD.

       01  REG-CIERRE-GL-WRK.
           05  CGW-NRO-TARJ                   PIC X(19).
           05  CGW-MARCA-ANTERIOR             PIC X(01).
               88  CGW-CON-ANTERIOR               VALUE 'S'.
               88  CGW-SIN-ANTERIOR               VALUE 'N'.
           05  CGW-SALDO-ANTERIOR             PIC S9(10)V9(02).
           05  CGW-MARCA-FACTURADA            PIC X(01).
               88  CGW-FACTURADA                  VALUE 'S'.
               88  CGW-NO-FACTURADA               VALUE 'N'.
           05  CGW-SALDO-FACTURADO            PIC 9(08)V9(02).
           05  CGW-CASTIGOS                   PIC 9(12)V9(02).
           05  CGW-MARCA-VISTA                PIC X(01).
               88  CGW-VISTA-EN-MAESTRO           VALUE 'S'.
               88  CGW-NO-VISTA                   VALUE 'N'.
      * SALDO DE LA TARJETA SEGUN EL MAYOR AL CIERRE DEL MES: VA A
      * CARTERA-GL.SEQ SI EL MES SE CIERRA.
           05  CGW-SALDO-CIERRE               PIC S9(10)V9(02).
