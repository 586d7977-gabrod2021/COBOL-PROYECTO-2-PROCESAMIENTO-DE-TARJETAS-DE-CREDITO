      *----------------------------------------------------------------*
      * FILTPERC.CPY : LAYOUT DE LA TARJETA DE PARAMETROS DE PERCINFO   *
      *                (PERCINFO-FILTRO.SEQ) Y DE PERCCERT              *
      *                (PERCCERT-FILTRO.SEQ). UNA SOLA LINEA: PERCINFO  *
      *                TOMA EL PERIODO AAAAMM A INFORMAR Y PERCCERT     *
      *                SOLO EL ANIO AAAA DE LOS CERTIFICADOS. SIN       *
      *                ARCHIVO, O EN BLANCO, SE TOMA EL PERIODO (O EL   *
      *                ANIO) DE LA FECHA DEL SISTEMA.                   *
      *----------------------------------------------------------------*
       FD  FILTRO-PERCEPCION
           LABEL RECORD STANDARD.

       01  REG-FILTRO-PERC.
           05  FIL-PERIODO                    PIC X(06).
           05  FIL-PERIODO-R REDEFINES FIL-PERIODO.
               10  FIL-ANIO                   PIC X(04).
               10  FIL-MES                    PIC X(02).
