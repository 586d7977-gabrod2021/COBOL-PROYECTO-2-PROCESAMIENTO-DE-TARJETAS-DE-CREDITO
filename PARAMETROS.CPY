      * UN REGISTRO 'G' (GENERAL) CON EL PORCENTAJE DE DESCUENTO Y      *
      * EL PORCENTAJE DE CARGO FINANCIERO SOBRE EL SALDO ARRASTRADO, Y  *
      * UN REGISTRO 'C' (COTIZACION) POR CADA MONEDA DISTINTA DE ARS    *
      * QUE SE QUIERA COTIZAR EN LA CORRIDA DEL DIA. UN REGISTRO 'K'    *
      * (CASTIGO) CON LOS CICLOS DE MORA A PARTIR DE LOS CUALES         *
      * CASTTARJ CASTIGA UNA TARJETA; LOS DEMAS PROGRAMAS LO IGNORAN.   *
      * UN REGISTRO 'B' (BIN) POR CADA BIN PROPIO DE LA ENTIDAD, PARA   *
      * QUE COMPENSA DESCARTE EL CLEARING DE TARJETAS AJENAS; LOS DEMAS *
      * PROGRAMAS LO IGNORAN.                                           *
      * UN REGISTRO 'E' (EFECTIVO) CON EL CARGO FIJO EN PESOS POR CADA  *
      * ADELANTO EN EFECTIVO Y LA TASA NOMINAL ANUAL (EN PORCENTAJE)    *
      * DEL INTERES DIARIO QUE DEVENGAN LOS ADELANTOS.                  *
      * UN REGISTRO 'R' (REVISION) CON LOS CRITERIOS DE LA REVISION     *
      * TRIMESTRAL DE LIMITES DE REVLTARJ; LOS DEMAS PROGRAMAS LO       *
      * IGNORAN.                                                        *
      * UN REGISTRO 'H' (HISTORICO) CON LOS MESES QUE QUEDAN EN LOS     *
      * ARCHIVOS DE TRABAJO (HISTORIAL.SEQ, AUTORIZACIONES.SEQ) Y LOS   *
      * ANIOS DE CONSERVACION LEGAL DE LOS ARCHIVOS ANUALES, PARA       *
      * ARCHHIST; LOS DEMAS PROGRAMAS LO IGNORAN.                       *
      *----------------------------------------------------------------*
       FD  PARAMETROS
           LABEL RECORD STANDARD.
           05  PAR-TIPO-REG                   PIC X(01).
               88  PAR-TIPO-GENERAL                VALUE 'G'.
               88  PAR-TIPO-MONEDA                 VALUE 'C'.
               88  PAR-TIPO-CASTIGO                VALUE 'K'.
               88  PAR-TIPO-BIN                    VALUE 'B'.
               88  PAR-TIPO-ADELANTO               VALUE 'E'.
               88  PAR-TIPO-REVISION               VALUE 'R'.
               88  PAR-TIPO-HISTORICO              VALUE 'H'.
           05  PAR-DATOS                      PIC X(13).
           05  PAR-DATOS-GENERAL REDEFINES PAR-DATOS.
               10  PAR-PORCENTAJE-DTO         PIC 9(03)V9(02).
           05  PAR-DATOS-MONEDA REDEFINES PAR-DATOS.
               10  PAR-MONEDA                 PIC X(03).
               10  PAR-COTIZACION             PIC 9(08)V9(02).
           05  PAR-DATOS-CASTIGO REDEFINES PAR-DATOS.
               10  PAR-CICLOS-CASTIGO         PIC 9(02).
               10  FILLER                     PIC X(11).
           05  PAR-DATOS-BIN REDEFINES PAR-DATOS.
               10  PAR-BIN                    PIC X(06).
               10  FILLER                     PIC X(07).
           05  PAR-DATOS-ADELANTO REDEFINES PAR-DATOS.
               10  PAR-CARGO-ADELANTO         PIC 9(06)V9(02).
               10  PAR-TNA-ADELANTO           PIC 9(03)V9(02).
           05  PAR-DATOS-REVISION REDEFINES PAR-DATOS.
               10  PAR-MESES-REVISION         PIC 9(02).
               10  PAR-PUNTAJE-AUMENTO        PIC 9(03).
               10  PAR-PUNTAJE-BAJA           PIC 9(03).
               10  PAR-DIAS-AVISO-BAJA        PIC 9(03).
               10  FILLER                     PIC X(02).
           05  PAR-DATOS-HISTORICO REDEFINES PAR-DATOS.
               10  PAR-MESES-ACTIVOS          PIC 9(02).
               10  PAR-ANIOS-RETENCION        PIC 9(02).
               10  FILLER                     PIC X(09).
