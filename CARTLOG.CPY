      *----------------------------------------------------------------*
      * CARTLOG.CPY : LAYOUT DEL REGISTRO DE CARTAS DE COBRANZA         *
      *               ENVIADAS (CARTAS-ENVIADAS.SEQ). CARTCOBR LO LEE   *
      *               PARA NO MANDAR DOS VECES LA MISMA CARTA A LA      *
      *               MISMA TARJETA EN EL MISMO CICLO (PERIODO          *
      *               AAAAMM) Y LE AGREGA LAS CARTAS DE CADA CORRIDA.   *
      *----------------------------------------------------------------*
       FD  CARTAS-ENVIADAS
           LABEL RECORD STANDARD.

       01  REG-CARTA-ENVIADA.
           05  CEN-NRO-TARJ                   PIC X(19).
           05  CEN-TIPO-CARTA                 PIC X(03).
           05  CEN-PERIODO                    PIC 9(06).
           05  CEN-FECHA-ENVIO                PIC X(10).
           05  CEN-CUENTA                     PIC 9(10).
           05  CEN-NRO-CARTA                  PIC 9(08).
