      *----------------------------------------------------------------*
      * PERCTASA.CPY : LAYOUT DE LA TABLA DE PERCEPCIONES IMPOSITIVAS   *
      *                SOBRE CONSUMOS EN MONEDA EXTRANJERA              *
      *                (PERCEPCIONES-TASAS.SEQ). UN REGISTRO POR        *
      *                IMPUESTO Y RANGO DE FECHAS EN QUE RIGE SU        *
      *                ALICUOTA; A UN CONSUMO SE LE APLICAN TODOS LOS   *
      *                IMPUESTOS CUYO RANGO CUBRA SU FECHA. LA ALICUOTA *
      *                VA COMO FRACCION (0,3000 = 30%), IGUAL QUE       *
      *                DTO-PORCENTAJE EN DESCUENTOS.SEQ PERO CON CUATRO *
      *                DECIMALES.                                       *
      *----------------------------------------------------------------*
       FD  PERCEPCIONES-TASAS
           LABEL RECORD STANDARD.

       01  REG-PERC-TASA.
           05  PTA-CODIGO                     PIC X(03).
           05  PTA-DESCRIPCION                PIC X(20).
           05  PTA-FECHA-DESDE                PIC X(10).
           05  PTA-FECHA-HASTA                PIC X(10).
           05  PTA-PORCENTAJE                 PIC 9(01)V9(04).
