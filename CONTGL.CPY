      *----------------------------------------------------------------*
      * CONTGL.CPY : LAYOUT DEL CONTROL DEL MAYOR CONTABLE              *
      *              (CONTROL-GL.SEQ). ACUMCONT AGREGA UNA LINEA 'A'    *
      *              CADA VEZ QUE PASA UN EXTRACTO DEL DIA AL MAYOR,    *
      *              CON LA CANTIDAD DE LINEAS DEL EXTRACTO YA TOMADAS  *
      *              (ACUMULADA, PARA NO VOLVER A PASAR LAS MISMAS SI   *
      *              SE REPROCESA O SI EL EXTRACTO CRECIO DESPUES), LAS *
      *              RECHAZADAS Y EL DEBE Y HABER PASADOS. CIERCONT     *
      *              AGREGA UNA LINEA 'C' POR CADA MES CERRADO: UNA     *
      *              LINEA FECHADA EN UN MES CERRADO YA NO ENTRA AL     *
      *              MAYOR.                                             *
      *----------------------------------------------------------------*
       FD  CONTROL-GL
           LABEL RECORD STANDARD.

       01  REG-CONTROL-GL.
           05  CTG-TIPO                       PIC X(01).
               88  CTG-ES-ACUMULADO               VALUE 'A'.
               88  CTG-ES-CIERRE                  VALUE 'C'.
      * EXTRACTO DE ORIGEN ('C': 'CIERRE').
           05  CTG-ORIGEN                     PIC X(08).
      * 'A': FECHA DE LAS LINEAS DEL EXTRACTO. 'C': FECHA DEL CIERRE.
           05  CTG-FECHA                      PIC X(10).
      * 'A': MES AL QUE SE PASARON LAS LINEAS. 'C': MES CERRADO.
           05  CTG-PERIODO                    PIC 9(06).
           05  CTG-CANT-REG                   PIC 9(09).
           05  CTG-CANT-RECH                  PIC 9(09).
           05  CTG-TOT-DEBE                   PIC 9(15)V9(02).
           05  CTG-TOT-HABER                  PIC 9(15)V9(02).
