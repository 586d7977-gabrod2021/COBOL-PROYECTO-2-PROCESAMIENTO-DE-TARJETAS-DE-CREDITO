      *----------------------------------------------------------------*
      * RECUPUNT.CPY : LAYOUT DE LA TARJETA DE PARAMETROS DE RECUTARJ   *
      *                (RECUTARJ-PUNTO.SEQ). UNA SOLA LINEA CON LA      *
      *                FECHA (AAAA-MM-DD) Y HORA (HH:MM:SS) HASTA LA    *
      *                QUE SE REAPLICA EL JOURNAL DE AUDITORIA SOBRE EL *
      *                RESPALDO. FECHA EN BLANCO (O SIN ARCHIVO) =      *
      *                HASTA EL FINAL DEL JOURNAL; HORA EN BLANCO =     *
      *                HASTA EL FINAL DEL DIA INDICADO.                 *
      *----------------------------------------------------------------*
       FD  PUNTO-RECUPERACION
           LABEL RECORD STANDARD.

       01  REG-PUNTO-RECU.
           05  PTO-FECHA                      PIC X(10).
           05  PTO-HORA                       PIC X(08).
