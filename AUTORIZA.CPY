      *                INFORMA VENCIDA, Y AL REGRABAR EL JOURNAL        *
      *                CONSERVA SOLO LAS 'P' Y LAS 'R' RECIENTES, PARA  *
      *                QUE CADA VENCIDA SE INFORME UNA SOLA VEZ Y EL    *
      *                ARCHIVO NO CREZCA SIN LIMITE; LAS DEMAS PASAN A  *
      *                AUTORIZACIONES-CERRADAS.SEQ (MISMO LAYOUT).      *
      *                ARCHHIST MUEVE LOS MESES VIEJOS DE AMBOS AL      *
      *                ARCHIVO ANUAL AUTORIZACIONES-AAAA.SEQ.           *
      *                AUT-COD-AUTORIZACION ES EL CODIGO QUE AUTOTARJ   *
      *                DEVUELVE CON CADA APROBACION (EN BLANCO EN LAS   *
      *                RECHAZADAS); LA RED LO INFORMA EN EL ARCHIVO DE  *
      *                CLEARING Y COMPENSA LO USA PARA EL CRUCE JUNTO   *
      *                CON LA FECHA: ES LA HORA HHMMSS DE LA APROBACION *
      *                Y SE REPITE DE UN DIA A OTRO.                    *
      *----------------------------------------------------------------*
       FD  AUTORIZACIONES
           LABEL RECORD STANDARD.
               88  AUT-RECHAZADA                  VALUE 'R'.
               88  AUT-CONSUMIDA                  VALUE 'A'.
               88  AUT-VENCIDA-INFORMADA          VALUE 'V'.
           05  AUT-COD-AUTORIZACION           PIC X(06).
