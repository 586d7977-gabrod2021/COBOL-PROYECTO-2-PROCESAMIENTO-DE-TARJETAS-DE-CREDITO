      *----------------------------------------------------------------*
      * BCRASITU.CPY : LAYOUT DE LA SITUACION INFORMADA POR CUENTA      *
      *                (DEUDORES-SITUACION.SEQ). DEUDBCRA LO LEE AL     *
      *                INICIAR PARA COMPARAR CONTRA EL MES ANTERIOR Y   *
      *                LO REGRABA AL FINAL. SIT-CATEGORIA-ANT GUARDA LA *
      *                CATEGORIA DEL PERIODO PREVIO, PARA QUE UNA       *
      *                SEGUNDA CORRIDA EN EL MISMO PERIODO COMPARE      *
      *                CONTRA EL MES ANTERIOR Y NO CONTRA SI MISMA.     *
      *                CATEGORIA 0 = CUENTA SIN DEUDA EN EL PERIODO.    *
      *----------------------------------------------------------------*
       FD  SITUACION-DEUDORES
           LABEL RECORD STANDARD.

       01  REG-SITUACION.
           05  SIT-CUENTA                     PIC 9(10).
           05  SIT-PERIODO                    PIC 9(06).
           05  SIT-CATEGORIA                  PIC 9(01).
           05  SIT-CATEGORIA-ANT              PIC 9(01).
           05  SIT-DEUDA                      PIC 9(12)V9(02).
