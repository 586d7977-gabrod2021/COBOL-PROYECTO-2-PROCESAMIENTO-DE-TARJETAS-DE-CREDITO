      *----------------------------------------------------------------*
      * MAYSALDO.CPY : LAYOUT DE LOS SALDOS DEL MAYOR POR MES CERRADO   *
      *                (MAYOR-SALDOS.SEQ). CIERCONT AGREGA, AL CERRAR   *
      *                UN MES, UNA LINEA POR CONCEPTO Y MONEDA CON EL   *
      *                SALDO INICIAL, EL DEBE Y EL HABER DEL MES Y EL   *
      *                SALDO FINAL (DEUDOR POSITIVO, ACREEDOR           *
      *                NEGATIVO). LOS SALDOS FINALES DE UN MES SON LOS  *
      *                INICIALES DEL SIGUIENTE. PARA EL PRIMER CIERRE   *
      *                CONTABILIDAD PUEDE CARGAR LOS SALDOS DE          *
      *                APERTURA COMO LINEAS DEL MES ANTERIOR.           *
      *----------------------------------------------------------------*
       FD  MAYOR-SALDOS
           LABEL RECORD STANDARD.

       01  REG-MAYOR-SALDO.
           05  MYS-PERIODO                    PIC 9(06).
           05  MYS-CONCEPTO                   PIC X(22).
           05  MYS-MONEDA                     PIC X(03).
           05  MYS-SALDO-INICIAL              PIC S9(13)V9(02).
           05  MYS-DEBE                       PIC 9(13)V9(02).
           05  MYS-HABER                      PIC 9(13)V9(02).
           05  MYS-SALDO-FINAL                PIC S9(13)V9(02).
