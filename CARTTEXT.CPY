      *----------------------------------------------------------------*
      * CARTTEXT.CPY : LAYOUT DE LA TABLA DE TEXTOS DE LAS CARTAS DE    *
      *                COBRANZA (CARTAS-TEXTOS.SEQ), AL ESTILO DE       *
      *                CAMPANIAS.SEQ: UNA LINEA DE TEXTO POR REGISTRO,  *
      *                CON SU RANGO DE FECHAS DE VIGENCIA. EL TIPO DE   *
      *                CARTA AGRUPA LAS LINEAS ('REC' RECORDATORIO,     *
      *                'INT' INTIMACION FORMAL, 'PRE' AVISO PREVIO AL   *
      *                BLOQUEO, 'REB' DEBITO AUTOMATICO REBOTADO) Y     *
      *                CTX-CICLOS ES LA CANTIDAD DE CICLOS DE MORA QUE  *
      *                DISPARA ESA CARTA (NO SE USA EN 'REB'). LAS      *
      *                LINEAS SE IMPRIMEN EN EL ORDEN DEL ARCHIVO.      *
      *----------------------------------------------------------------*
       FD  TEXTOS-CARTAS
           LABEL RECORD STANDARD.

       01  REG-TEXTO-CARTA.
           05  CTX-TIPO-CARTA                 PIC X(03).
               88  CTX-ES-REBOTE                  VALUE 'REB'.
           05  CTX-CICLOS                     PIC 9(02).
           05  CTX-TEXTO                      PIC X(60).
           05  CTX-FECHA-DESDE                PIC X(10).
           05  CTX-FECHA-HASTA                PIC X(10).
