      *----------------------------------------------------------------*
      * HISTACTI.CPY : COPIA DE TRABAJO DE ARCHHIST CON LOS REGISTROS   *
      *                DE HISTORIAL.SEQ QUE SE QUEDAN EN LA VENTANA     *
      *                ACTIVA (HISTORIAL-ACTIVO.SEQ). AL TERMINAR LA    *
      *                PASADA SE VUELCA SOBRE HISTORIAL.SEQ.            *
      *----------------------------------------------------------------*
       FD  HISTORIAL-ACTIVO
           LABEL RECORD STANDARD.

       01  REG-HIS-ACTIVO                     PIC X(118).
