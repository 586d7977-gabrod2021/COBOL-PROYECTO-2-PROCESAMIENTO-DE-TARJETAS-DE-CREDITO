      *----------------------------------------------------------------*
      * MAYORMOV.CPY : LAYOUT DEL MAYOR MENSUAL DE MOVIMIENTOS          *
      *                CONTABLES (MAYOR-GL-AAAAMM.SEQ, UN ARCHIVO POR   *
      *                MES). ACUMCONT AGREGA CADA DIA LAS LINEAS DE LOS *
      *                EXTRACTOS CONTABLES (ASIENTOS-GL.SEQ,            *
      *                ASIENTOS-CASTIGOS.SEQ, ASIENTOS-INTERCAMBIO.SEQ) *
      *                AL ARCHIVO DEL MES DE SU FECHA, CON EL EXTRACTO  *
      *                DE ORIGEN; CIERCONT LO LEE EN EL CIERRE DEL MES. *
      *----------------------------------------------------------------*
       FD  MAYOR-MENSUAL
           LABEL RECORD STANDARD.

       01  REG-MAYOR-MOV.
           05  MYM-ORIGEN                     PIC X(08).
           05  MYM-FECHA                      PIC X(10).
           05  MYM-CONCEPTO                   PIC X(22).
           05  MYM-MONEDA                     PIC X(03).
           05  MYM-DEBE                       PIC 9(13)V9(02).
           05  MYM-HABER                      PIC 9(13)V9(02).
