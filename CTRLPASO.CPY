      *                CONTROLADOR DE LA CADENA BATCH                   *
      *                (CTRLPROC-PASO.SEQ). UNA SOLA LINEA: EL          *
      *                PROGRAMA QUE SE QUIERE CORRER (MEZCONS,          *
      *                TP02EJ01, CONCIAUT, RIESGMAE, MANTTARJ,          *
      *                RENUTARJ, REEMTARJ O ARCHHIST) Y LA FASE: 'I'    *
      *                ANTES DE LANZARLO (CTRLPROC VERIFICA LOS         *
      *                PREDECESORES Y DEVUELVE RETURN-CODE 0 SI PUEDE   *
      *                CORRER, 8 SI NO) O 'F' CUANDO TERMINO (CTRLPROC  *
      *                VERIFICA EL CIERRE Y REGISTRA EL PASO CUMPLIDO). *
      *----------------------------------------------------------------*
       FD  PASO-CONTROL
           LABEL RECORD STANDARD.
