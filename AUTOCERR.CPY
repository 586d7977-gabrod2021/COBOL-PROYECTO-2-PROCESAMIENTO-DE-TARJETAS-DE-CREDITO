      *----------------------------------------------------------------*
      * AUTOCERR.CPY : AUTORIZACIONES CERRADAS                          *
      *                (AUTORIZACIONES-CERRADAS.SEQ). CONCIAUT AGREGA   *
      *                AQUI, CON SU ESTADO FINAL, LAS AUTORIZACIONES    *
      *                QUE SACA DEL JOURNAL (CONSUMIDAS, VENCIDAS YA    *
      *                INFORMADAS Y RECHAZADAS VIEJAS), PARA QUE        *
      *                ARCHHIST LAS GUARDE EN EL ARCHIVO ANUAL DURANTE  *
      *                LA CONSERVACION LEGAL. MISMO LAYOUT QUE          *
      *                AUTORIZA.CPY.                                    *
      *----------------------------------------------------------------*
       FD  AUTORIZ-CERRADAS
           LABEL RECORD STANDARD.

       01  REG-AUT-CERRADA                    PIC X(59).
