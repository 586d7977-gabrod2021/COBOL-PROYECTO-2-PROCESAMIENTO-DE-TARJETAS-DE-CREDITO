      *----------------------------------------------------------------*
      * MCCCATEG.CPY : LAYOUT DE LA TABLA DE EQUIVALENCIAS ENTRE EL     *
      *                RUBRO DEL COMERCIO INFORMADO POR LA RED (MCC) Y  *
      *                NUESTRA CATEGORIA DE COMERCIO (ENT-CATEGORIA)    *
      *                (CATEGORIAS-MCC.SEQ). UN REGISTRO POR RANGO DE   *
      *                MCC; UN MCC FUERA DE TODO RANGO QUEDA SIN        *
      *                CATEGORIA (SOLO EL DESCUENTO GENERAL).           *
      *----------------------------------------------------------------*
       FD  CATEGORIAS-MCC
           LABEL RECORD STANDARD.

       01  REG-CATEGORIA-MCC.
           05  MCC-DESDE                      PIC 9(04).
           05  MCC-HASTA                      PIC 9(04).
           05  MCC-CATEGORIA                  PIC X(03).
