      *----------------------------------------------------------------*
      * CARTGL.CPY : LAYOUT DE LA CARTERA SEGUN EL MAYOR, POR TARJETA   *
      *              (CARTERA-GL.SEQ). CIERCONT LA REGRABA EN CADA      *
      *              CIERRE CON EL SALDO QUE CONTABILIDAD TIENE DE CADA *
      *              TARJETA: EL ULTIMO SALDO FACTURADO (IMAGEN DE      *
      *              ACTUTARJ EN EL JOURNAL DEL MAESTRO) O EL DEL       *
      *              CIERRE ANTERIOR, MENOS LO CASTIGADO EN EL MES. ES  *
      *              EL PUNTO DE PARTIDA DEL CIERRE SIGUIENTE.          *
      *----------------------------------------------------------------*
       FD  CARTERA-GL
           LABEL RECORD STANDARD.

       01  REG-CARTERA-GL.
           05  CAG-NRO-TARJ                   PIC X(19).
           05  CAG-PERIODO                    PIC 9(06).
           05  CAG-SALDO                      PIC S9(10)V9(02).
