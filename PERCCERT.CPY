      *----------------------------------------------------------------*
      * PERCCERT.CPY : LAYOUT DE LOS CERTIFICADOS ANUALES DE            *
      *                PERCEPCIONES POR TITULAR                         *
      *                (PERCEPCIONES-CERTIFICADOS.TXT), SALIDA DE       *
      *                PERCCERT: UN CERTIFICADO POR CUENTA CON          *
      *                PERCEPCIONES EN EL ANIO, PARA QUE EL CLIENTE     *
      *                PUEDA COMPUTARLAS ANTE EL FISCO.                 *
      *----------------------------------------------------------------*
       FD  CERTIFICADOS
           LABEL RECORD STANDARD.

       01  REG-CERTIFICADO.
           05  LINEA-CERTIFICADO              PIC X(132).
