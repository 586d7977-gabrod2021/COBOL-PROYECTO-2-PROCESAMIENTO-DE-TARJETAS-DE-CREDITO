      *----------------------------------------------------------------*
      *Author:  GABRIELA RODRIGUEZ                                     *
      *         CLAUDIA SANTILLAN                                      *
      *         GABY OSELLA                                            *
      *         GUILLERMO RODRIGUEZ                                    *
      *         EDDISON MORA GOMEZ
      * Date: 15/10/2026
      * Purpose: CASTIGO MENSUAL DE CUENTAS INCOBRABLES: TODA TARJETA
      *          DE MOROSIDAD.SEQ QUE LLEGO A LOS CICLOS DE MORA DEL
      *          REGISTRO 'K' DE PARAMETROS.SEQ (6 POR DEFECTO) Y
      *          TODAVIA TIENE SALDO SE CASTIGA: SU SALDO PASA AL
      *          LIBRO DE CASTIGOS (CASTIGOS.SEQ), SE CONTABILIZA LA
      *          PERDIDA Y LA BAJA DE CARTERA (ASIENTOS-CASTIGOS.SEQ)
      *          Y SE GENERA LA TRANSACCION 'C' DE MANTTARJ QUE CIERRA
      *          LA TARJETA CON SALDO CERO (MANTTARJ-CASTIGOS.SEQ).
      *          LOS PAGOS POSTERIORES LOS POSTEA TP02EJ01 COMO
      *          RECUPEROS EN EL MISMO LIBRO. CIERRA CON EL REPORTE DE
      *          CASTIGOS Y RECUPEROS PARA FINANZAS
      *          (CASTIGOS-REPORTE.TXT).
      * Tectonics: cobc
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.

       PROGRAM-ID. CASTTARJ.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *----------------------------------------------------------------*
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.
      *----------------------------------------------------------------*
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT PARAMETROS
           ASSIGN TO '../PARAMETROS.SEQ'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PARAMETROS.

       SELECT MOROSIDAD
           ASSIGN TO '../MOROSIDAD.SEQ'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-MOROSIDAD.

       SELECT CASTIGOS
           ASSIGN TO '../CASTIGOS.SEQ'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CASTIGOS.

       SELECT CASTIGOS-WRK
           ASSIGN TO '../CASTIGOS-WRK.VSAM'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS-CAS-WRK
           RECORD KEY IS CAW-NRO-TARJ.

      * TRANSACCIONES 'C' DE CIERRE DE LAS TARJETAS CASTIGADAS; EL
      * OPERADOR LAS SUMA AL PROXIMO MANTTARJ.SEQ, IGUAL QUE LOS
      * BLOQUEOS AUTOMATICOS DE LA FACTURACION.
       SELECT TRANSACCIONES
           ASSIGN TO '../MANTTARJ-CASTIGOS.SEQ'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-TRANSACCIONES.

       SELECT ASIENTOS-GL
           ASSIGN TO '../ASIENTOS-CASTIGOS.SEQ'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ASIENTOS.

       SELECT REPORTE-CASTIGOS
           ASSIGN TO '../CASTIGOS-REPORTE.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-REPORTE.

       DATA DIVISION.

       FILE SECTION.

       COPY "PARAMETROS.CPY".
       COPY "MOROSIDA.CPY".
       COPY "CASTMOV.CPY".
       COPY "CASTWRK.CPY".
       COPY "TRANSTARJ.CPY".
       COPY "ASIENGL.CPY".
       COPY "CASTREPO.CPY".

       WORKING-STORAGE SECTION.

       01 FS-STATUS.
          05 FS-PARAMETROS                 PIC X(2).
             88 FS-PARAMETROS-OK               VALUE '00'.
             88 FS-PARAMETROS-EOF              VALUE '10'.
             88 FS-PARAMETROS-NFD              VALUE '35'.

          05 FS-MOROSIDAD                  PIC X(2).
             88 FS-MOROSIDAD-OK                VALUE '00'.
             88 FS-MOROSIDAD-EOF               VALUE '10'.
             88 FS-MOROSIDAD-NFD               VALUE '35'.

          05 FS-CASTIGOS                   PIC X(2).
             88 FS-CASTIGOS-OK                 VALUE '00'.
             88 FS-CASTIGOS-EOF                VALUE '10'.
             88 FS-CASTIGOS-NFD                VALUE '35'.

          05 FS-CAS-WRK                    PIC X(2).
             88 FS-CAS-WRK-OK                  VALUE '00'.
             88 FS-CAS-WRK-EOF                 VALUE '10'.
             88 FS-CAS-WRK-NFD                 VALUE '35'.
             88 FS-CAS-WRK-CLAVE-DUP           VALUE '22'.
             88 FS-CAS-WRK-CLAVE-NFD           VALUE '23'.

          05 FS-TRANSACCIONES              PIC X(2).
             88 FS-TRANSACCIONES-OK            VALUE '00'.
             88 FS-TRANSACCIONES-EOF           VALUE '10'.
             88 FS-TRANSACCIONES-NFD           VALUE '35'.

          05 FS-ASIENTOS                   PIC X(2).
             88 FS-ASIENTOS-OK                 VALUE '00'.
             88 FS-ASIENTOS-EOF                VALUE '10'.
             88 FS-ASIENTOS-NFD                VALUE '35'.

          05 FS-REPORTE                    PIC X(2).
             88 FS-REPORTE-OK                  VALUE '00'.
             88 FS-REPORTE-EOF                 VALUE '10'.
             88 FS-REPORTE-NFD                 VALUE '35'.

       01 WS-PARAMETROS-EOF                  PIC X(1).
          88 WS-PARAMETROS-EOF-YES           VALUE 'Y'.
          88 WS-PARAMETROS-EOF-NO            VALUE 'N'.

       01 WS-MOROSIDAD-EOF                   PIC X(1).
          88 WS-MOROSIDAD-EOF-YES            VALUE 'Y'.
          88 WS-MOROSIDAD-EOF-NO             VALUE 'N'.

       01 WS-CASTIGOS-EOF                    PIC X(1).
          88 WS-CASTIGOS-EOF-YES             VALUE 'Y'.
          88 WS-CASTIGOS-EOF-NO              VALUE 'N'.

       01 WS-CAS-WRK-EOF                     PIC X(1).
          88 WS-CAS-WRK-EOF-YES              VALUE 'Y'.
          88 WS-CAS-WRK-EOF-NO               VALUE 'N'.

       01 WS-CONTADORES.
          05 WS-CANT-LIBRO-LEIDOS           PIC 9(8).
          05 WS-CANT-MOROSOS-LEIDOS         PIC 9(8).
          05 WS-CANT-CASTIGADAS             PIC 9(8).
          05 WS-CANT-YA-CASTIGADAS          PIC 9(8).
          05 WS-CANT-SIN-SALDO              PIC 9(8).
          05 WS-CANT-SIN-MAESTRO            PIC 9(8).
          05 WS-CANT-SIN-COTIZACION         PIC 9(8).
          05 WS-CANT-RECUPEROS-PERIODO      PIC 9(8).

      * CICLOS DE MORA A PARTIR DE LOS CUALES SE CASTIGA, DEL REGISTRO
      * 'K' DE PARAMETROS.SEQ. DEBE SER MAYOR QUE EL UMBRAL DE BLOQUEO
      * DE LA FACTURACION (3): LA TARJETA LLEGA AL CASTIGO YA BLOQUEADA.
       77 WS-CICLOS-CASTIGO                  PIC 9(02) VALUE 6.

      * COTIZACIONES DEL DIA (SUBINDICE 1 = ARS) Y, POR MONEDA, LO
      * CASTIGADO EN LA CORRIDA PARA EL EXTRACTO CONTABLE.
       01 WS-TABLA-MONEDAS.
          05 WS-CANT-MONEDAS                PIC 9(02) VALUE 1.
          05 WS-MONEDA-ITEM OCCURS 1 TO 10 TIMES
                             DEPENDING ON WS-CANT-MONEDAS
                             INDEXED BY WS-IX-MON.
             10 WS-MON-CODIGO                PIC X(03).
             10 WS-MON-COTIZACION            PIC 9(08)V9(02).
             10 WS-MON-GL-CASTIGOS           PIC 9(13)V9(02).

       01 WS-SW-MONEDA                       PIC X(01).
          88 WS-MONEDA-ENCONTRADA            VALUE 'S'.
          88 WS-MONEDA-NO-ENCONTRADA         VALUE 'N'.

       77 WS-IMPORTE-PESOS                   PIC 9(12)V9(02).
       77 WS-PENDIENTE-PESOS                 PIC S9(12)V9(02).
       77 WS-GL-TOTAL-DEBE                   PIC 9(13)V9(02).
       77 WS-GL-TOTAL-HABER                  PIC 9(13)V9(02).

      * TOTALES DEL REPORTE A FINANZAS, EN PESOS.
       01 WS-TOTALES-REPORTE.
          05 WS-TOT-CANT-CARTERA            PIC 9(08).
          05 WS-TOT-CASTIGADO               PIC 9(14)V9(02).
          05 WS-TOT-RECUPERADO              PIC 9(14)V9(02).
          05 WS-TOT-PENDIENTE               PIC S9(14)V9(02).
          05 WS-TOT-CASTIGADO-PERIODO       PIC 9(14)V9(02).
          05 WS-TOT-RECUP-PERIODO           PIC 9(14)V9(02).

      * ESTRUCTURA PARA LA RUTINA MAESTARJ DE LECTURA DEL MAESTRO DE
      * TARJETAS.
       01 WS-REG-MAESTRO.
          05 WS-MAE-CUENTA                  PIC 9(10).
          05 WS-MAE-NRO-TARJ                PIC X(19).
          05 WS-MAE-APELLIDO                PIC X(20).
          05 WS-MAE-NOMBRE                  PIC X(20).
          05 WS-MAE-DIRECCION               PIC X(40).
          05 WS-MAE-COD-POSTAL              PIC 9(4).
          05 WS-MAE-MONEDA                  PIC X(3).
          05 WS-MAE-LIMITE                  PIC 9(8)V99.
          05 WS-MAE-SALDO-ANT               PIC 9(8)V99.
          05 WS-MAE-FECHA-VENC              PIC X(10).
          05 WS-MAE-ESTADO                  PIC X(01).
             88 WS-MAE-ACTIVA                   VALUE 'A'.
             88 WS-MAE-BLOQUEADA                VALUE 'B'.
             88 WS-MAE-CERRADA                  VALUE 'C'.
          05 WS-MAE-DIA-CORTE                PIC 9(02).
          05 WS-MAE-PORC-ADELANTO            PIC 9(03).
          05 WS-MAE-SALDO-ADELANTO           PIC 9(8)V99.

      * LINEA DEL EXTRACTO CONTABLE, CON EL MISMO FORMATO QUE EL DE LA
      * FACTURACION (ASIENTOS-GL.SEQ).
       01 LINEA-ASIENTO-GL.
          05 GL-FECHA.
             10 GL-FEC-ANIO                  PIC 9(04).
             10 FILLER                       PIC X VALUE '-'.
             10 GL-FEC-MES                   PIC 9(02).
             10 FILLER                       PIC X VALUE '-'.
             10 GL-FEC-DIA                   PIC 9(02).
          05 GL-CONCEPTO                     PIC X(22).
          05 GL-MONEDA                       PIC X(03).
          05 GL-DEBE                         PIC 9(13)V9(02).
          05 GL-HABER                        PIC 9(13)V9(02).

      ******* LINEAS DEL REPORTE DE CASTIGOS Y RECUPEROS ***************
       01 TITULO-CASTIGOS.
          05 FILLER            PIC X(38) VALUE
             'CASTIGOS Y RECUPEROS - CORRIDA DEL '.
          05 TIT-FECHA         PIC X(10).
          05 FILLER            PIC X(26) VALUE
             ' - UMBRAL CICLOS DE MORA: '.
          05 TIT-CICLOS        PIC Z9.

       01 LINEA-SEPARADOR.
          05 FILLER            PIC X(120) VALUE ALL '-'.

       01 LINEA-ENCABEZADO.
          05 FILLER            PIC X(20) VALUE 'TARJETA'.
          05 FILLER            PIC X(11) VALUE 'CUENTA'.
          05 FILLER            PIC X(04) VALUE 'MON'.
          05 FILLER            PIC X(11) VALUE 'CASTIGO'.
          05 FILLER            PIC X(14) VALUE '     CASTIGADO'.
          05 FILLER            PIC X(18) VALUE '   CASTIGADO $'.
          05 FILLER            PIC X(18) VALUE '  RECUPERADO $'.
          05 FILLER            PIC X(19) VALUE '   PENDIENTE $'.
          05 FILLER            PIC X(05) VALUE SPACES.

       01 LINEA-CASTIGO.
          05 CSL-NRO-TARJ      PIC X(19).
          05 FILLER            PIC X(01) VALUE SPACE.
          05 CSL-CUENTA        PIC 9(10).
          05 FILLER            PIC X(01) VALUE SPACE.
          05 CSL-MONEDA        PIC X(03).
          05 FILLER            PIC X(01) VALUE SPACE.
          05 CSL-FECHA         PIC X(10).
          05 FILLER            PIC X(01) VALUE SPACE.
          05 CSL-CASTIGADO     PIC ZZ.ZZZ.ZZ9,99.
          05 FILLER            PIC X(01) VALUE SPACE.
          05 CSL-CASTIGADO-PES PIC Z.ZZZ.ZZZ.ZZ9,99.
          05 FILLER            PIC X(01) VALUE SPACE.
          05 CSL-RECUPERADO    PIC Z.ZZZ.ZZZ.ZZ9,99.
          05 FILLER            PIC X(01) VALUE SPACE.
          05 CSL-PENDIENTE     PIC Z.ZZZ.ZZZ.ZZ9,99-.
          05 FILLER            PIC X(01) VALUE SPACE.
          05 CSL-MARCA         PIC X(05).

       01 LINEA-TOTAL-CAST.
          05 CST-ETIQUETA      PIC X(40).
          05 FILLER            PIC X(07) VALUE ' CANT: '.
          05 CST-CANT          PIC ZZZZZZZ9.
          05 FILLER            PIC X(10) VALUE ' IMPORTE: '.
          05 CST-IMPORTE       PIC $ZZ.ZZZ.ZZZ.ZZZ.ZZ9,99-.
      ******************************************************************

       01  WS-CURRENT-DATE-FIELDS.
           05  WS-CURRENT-DATE.
            10  WS-CURRENT-YEAR    PIC  9(4).
            10  WS-CURRENT-MONTH   PIC  9(2).
            10  WS-CURRENT-DAY     PIC  9(2).
           05  FILLER              PIC  X(13).

       01 WS-FECHA-PROCESO-ED.
          05 WS-FPR-ANIO                     PIC 9(04).
          05 FILLER                          PIC X VALUE '-'.
          05 WS-FPR-MES                      PIC 9(02).
          05 FILLER                          PIC X VALUE '-'.
          05 WS-FPR-DIA                      PIC 9(02).

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

           PERFORM 1000-INICIAR-PROGRAMA
              THRU 1000-INICIAR-PROGRAMA-EXIT.

           PERFORM 2000-PROCESAR-MOROSIDAD
              THRU 2000-PROCESAR-MOROSIDAD-EXIT
             UNTIL WS-MOROSIDAD-EOF-YES.

           PERFORM 3000-CERRAR-ARCHIVOS
              THRU 3000-CERRAR-ARCHIVOS-EXIT.

           PERFORM 3100-GRABAR-ASIENTOS-GL
              THRU 3100-GRABAR-ASIENTOS-GL-FIN.

           PERFORM 3200-REPORTE-CASTIGOS
              THRU 3200-REPORTE-CASTIGOS-FIN.

           PERFORM 4000-TOTALES-ARCHIVO
              THRU 4000-TOTALES-ARCHIVO-EXIT.

           STOP RUN.
      *----------------------------------------------------------------*
       1000-INICIAR-PROGRAMA.

           INITIALIZE WS-CONTADORES
                      WS-TOTALES-REPORTE.
           MOVE 0 TO WS-GL-TOTAL-DEBE.
           MOVE 0 TO WS-GL-TOTAL-HABER.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
           MOVE WS-CURRENT-YEAR  TO WS-FPR-ANIO.
           MOVE WS-CURRENT-MONTH TO WS-FPR-MES.
           MOVE WS-CURRENT-DAY   TO WS-FPR-DIA.

           PERFORM 1050-LEER-PARAMETROS
              THRU 1050-LEER-PARAMETROS-FIN.

           PERFORM 1100-CARGAR-CASTIGOS
              THRU 1100-CARGAR-CASTIGOS-FIN.

      * EL LIBRO DE CASTIGOS ES PERMANENTE: CADA CORRIDA AGREGA SUS
      * CASTIGOS EN EXTEND, DETRAS DE LOS RECUPEROS DE LA FACTURACION.
      * SIN LIBRO O SIN LA SALIDA PARA MANTTARJ NO SE CASTIGA NADA: UNA
      * TARJETA CASTIGADA SIN ASENTAR O SIN CERRAR SEGUIRIA EN CARTERA
      * Y SE VOLVERIA A CASTIGAR.
           OPEN EXTEND CASTIGOS.
           IF FS-CASTIGOS-NFD
              OPEN OUTPUT CASTIGOS
           END-IF.

           IF NOT FS-CASTIGOS-OK
              DISPLAY '*** ERROR AL ABRIR EL LIBRO DE CASTIGOS, SE '
                      'DETIENE LA CORRIDA ***'
              DISPLAY 'FILE STATUS: ' FS-CASTIGOS
              STOP RUN
           END-IF.
      *----------------------------------------------------------------*
           OPEN OUTPUT TRANSACCIONES.

           IF NOT FS-TRANSACCIONES-OK
              DISPLAY '*** ERROR AL ABRIR MANTTARJ-CASTIGOS.SEQ, SE '
                      'DETIENE LA CORRIDA ***'
              DISPLAY 'FILE STATUS: ' FS-TRANSACCIONES
              STOP RUN
           END-IF.
      *----------------------------------------------------------------*
           OPEN INPUT MOROSIDAD.

           EVALUATE TRUE
               WHEN FS-MOROSIDAD-OK
                    PERFORM 1500-LEER-MOROSIDAD
                       THRU 1500-LEER-MOROSIDAD-EXIT
               WHEN FS-MOROSIDAD-NFD
                    SET WS-MOROSIDAD-EOF-YES TO TRUE
                    DISPLAY 'NO SE ENCUENTRA MOROSIDAD.SEQ, NO SE '
                            'CASTIGA NINGUNA TARJETA'
               WHEN OTHER
                    SET WS-MOROSIDAD-EOF-YES TO TRUE
                    DISPLAY 'ERROR AL ABRIR MOROSIDAD.SEQ'
                    DISPLAY 'FILE STATUS: ' FS-MOROSIDAD
           END-EVALUATE.

       1000-INICIAR-PROGRAMA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 1050-LEER-PARAMETROS : COTIZACIONES DEL DIA PARA VALUAR EN      *
      * PESOS LOS SALDOS EN OTRA MONEDA, Y EL UMBRAL DE CASTIGO DEL     *
      * REGISTRO 'K'. SIN ARCHIVO SOLO QUEDA COTIZADA "ARS" Y EL UMBRAL *
      * POR DEFECTO.                                                    *
      *----------------------------------------------------------------*
       1050-LEER-PARAMETROS.

           MOVE 1 TO WS-CANT-MONEDAS.
           MOVE "ARS" TO WS-MON-CODIGO(1).
           MOVE 1,00 TO WS-MON-COTIZACION(1).
           MOVE 0 TO WS-MON-GL-CASTIGOS(1).
           SET WS-PARAMETROS-EOF-NO TO TRUE.

           OPEN INPUT PARAMETROS.

           EVALUATE TRUE
               WHEN FS-PARAMETROS-OK
                    PERFORM 1060-LEER-REG-PARAMETRO
                       THRU 1060-LEER-REG-PARAMETRO-FIN
                    PERFORM 1070-PROCESAR-REG-PARAMETRO
                       THRU 1070-PROCESAR-REG-PARAMETRO-FIN
                      UNTIL WS-PARAMETROS-EOF-YES
                    CLOSE PARAMETROS
               WHEN FS-PARAMETROS-NFD
                    DISPLAY 'NO SE ENCUENTRA PARAMETROS.SEQ, SE USAN '
                            'VALORES POR DEFECTO'
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR PARAMETROS.SEQ, SE USAN '
                            'VALORES POR DEFECTO'
                    DISPLAY 'FILE STATUS: ' FS-PARAMETROS
           END-EVALUATE.

       1050-LEER-PARAMETROS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1060-LEER-REG-PARAMETRO.

           READ PARAMETROS
             AT END
                SET WS-PARAMETROS-EOF-YES     TO TRUE
             NOT AT END
                SET WS-PARAMETROS-EOF-NO      TO TRUE
           END-READ.

       1060-LEER-REG-PARAMETRO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1070-PROCESAR-REG-PARAMETRO.

           EVALUATE TRUE
               WHEN PAR-TIPO-MONEDA
                    IF WS-CANT-MONEDAS < 10
                       ADD 1 TO WS-CANT-MONEDAS
                       MOVE PAR-MONEDA
                         TO WS-MON-CODIGO(WS-CANT-MONEDAS)
                       MOVE PAR-COTIZACION
                         TO WS-MON-COTIZACION(WS-CANT-MONEDAS)
                       MOVE 0
                         TO WS-MON-GL-CASTIGOS(WS-CANT-MONEDAS)
                    END-IF
               WHEN PAR-TIPO-CASTIGO
                    IF PAR-CICLOS-CASTIGO > 0
                       MOVE PAR-CICLOS-CASTIGO TO WS-CICLOS-CASTIGO
                    END-IF
           END-EVALUATE.

           PERFORM 1060-LEER-REG-PARAMETRO
              THRU 1060-LEER-REG-PARAMETRO-FIN.

       1070-PROCESAR-REG-PARAMETRO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * 1100-CARGAR-CASTIGOS : VUELCA EL LIBRO DE CASTIGOS AL ARCHIVO   *
      * DE TRABAJO CLAVEADO, UNA LINEA POR TARJETA CON LO CASTIGADO Y   *
      * LO RECUPERADO (TOTAL Y DEL PERIODO). SIN LIBRO NO HAY CASTIGOS  *
      * ANTERIORES (PRIMERA CORRIDA). UN ERROR AL GRABAR EL ARCHIVO DE  *
      * TRABAJO DETIENE LA CORRIDA: UNA TARJETA NO CARGADA SE VOLVERIA  *
      * A CASTIGAR.                                                     *
      *----------------------------------------------------------------*
       1100-CARGAR-CASTIGOS.

           OPEN OUTPUT CASTIGOS-WRK.
           IF NOT FS-CAS-WRK-OK
              DISPLAY '*** NO SE PUDO CREAR CASTIGOS-WRK.VSAM ***'
              DISPLAY 'FILE STATUS: ' FS-CAS-WRK
              STOP RUN
           END-IF.
           CLOSE CASTIGOS-WRK.
           OPEN I-O CASTIGOS-WRK.
           IF NOT FS-CAS-WRK-OK
              DISPLAY '*** NO SE PUDO ABRIR CASTIGOS-WRK.VSAM ***'
              DISPLAY 'FILE STATUS: ' FS-CAS-WRK
              STOP RUN
           END-IF.

           SET WS-CASTIGOS-EOF-NO TO TRUE.
           OPEN INPUT CASTIGOS.

           EVALUATE TRUE
               WHEN FS-CASTIGOS-OK
                    PERFORM 1110-LEER-REG-CASTIGO
                       THRU 1110-LEER-REG-CASTIGO-FIN
                    PERFORM 1120-CARGAR-REG-CASTIGO
                       THRU 1120-CARGAR-REG-CASTIGO-FIN
                      UNTIL WS-CASTIGOS-EOF-YES
                    CLOSE CASTIGOS
               WHEN FS-CASTIGOS-NFD
                    CONTINUE
               WHEN OTHER
                    DISPLAY '*** ERROR AL ABRIR CASTIGOS.SEQ, SE '
                            'DETIENE LA CORRIDA ***'
                    DISPLAY 'FILE STATUS: ' FS-CASTIGOS
                    STOP RUN
           END-EVALUATE.

       1100-CARGAR-CASTIGOS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1110-LEER-REG-CASTIGO.

           READ CASTIGOS
             AT END
                SET WS-CASTIGOS-EOF-YES       TO TRUE
             NOT AT END
                SET WS-CASTIGOS-EOF-NO        TO TRUE
                ADD 1 TO WS-CANT-LIBRO-LEIDOS
           END-READ.

       1110-LEER-REG-CASTIGO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1120-CARGAR-REG-CASTIGO.

           MOVE CAS-NRO-TARJ TO CAW-NRO-TARJ.
           READ CASTIGOS-WRK KEY IS CAW-NRO-TARJ.

           EVALUATE TRUE
               WHEN FS-CAS-WRK-OK
                    CONTINUE
               WHEN FS-CAS-WRK-CLAVE-NFD
                    MOVE CAS-NRO-TARJ  TO CAW-NRO-TARJ
                    MOVE CAS-CUENTA    TO CAW-CUENTA
                    MOVE CAS-MONEDA    TO CAW-MONEDA
                    MOVE SPACES        TO CAW-FECHA-CASTIGO
                    MOVE 0             TO CAW-CASTIGADO
                    MOVE 0             TO CAW-CASTIGADO-PESOS
                    MOVE 0             TO CAW-RECUPERADO-PESOS
                    MOVE 0             TO CAW-RECUP-PERIODO-PESOS
                    SET CAW-CASTIGO-ANTERIOR TO TRUE
               WHEN OTHER
                    DISPLAY '*** ERROR AL LEER CASTIGOS-WRK, SE '
                            'DETIENE LA CORRIDA ***'
                    DISPLAY 'FILE STATUS: ' FS-CAS-WRK
                    STOP RUN
           END-EVALUATE.

           IF CAS-ES-CASTIGO
              MOVE CAS-MONEDA        TO CAW-MONEDA
              MOVE CAS-FECHA         TO CAW-FECHA-CASTIGO
              ADD CAS-IMPORTE        TO CAW-CASTIGADO
              ADD CAS-IMPORTE-PESOS  TO CAW-CASTIGADO-PESOS
           ELSE
              ADD CAS-IMPORTE-PESOS  TO CAW-RECUPERADO-PESOS
              IF CAS-PER-ANIO = WS-CURRENT-YEAR
                 AND CAS-PER-MES = WS-CURRENT-MONTH
                 ADD CAS-IMPORTE-PESOS TO CAW-RECUP-PERIODO-PESOS
                 ADD 1 TO WS-CANT-RECUPEROS-PERIODO
              END-IF
           END-IF.

           IF FS-CAS-WRK-OK
              REWRITE REG-CAS-WRK
           ELSE
              WRITE REG-CAS-WRK
           END-IF.

           IF NOT FS-CAS-WRK-OK
              DISPLAY '*** ERROR AL CARGAR CASTIGOS-WRK.VSAM, SE '
                      'DETIENE LA CORRIDA ***'
              DISPLAY 'FILE STATUS: ' FS-CAS-WRK
              STOP RUN
           END-IF.

           PERFORM 1110-LEER-REG-CASTIGO
              THRU 1110-LEER-REG-CASTIGO-FIN.

       1120-CARGAR-REG-CASTIGO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1500-LEER-MOROSIDAD.

           READ MOROSIDAD
             AT END
                SET WS-MOROSIDAD-EOF-YES     TO TRUE
             NOT AT END
                SET WS-MOROSIDAD-EOF-NO      TO TRUE
                ADD 1 TO WS-CANT-MOROSOS-LEIDOS
           END-READ.

           EVALUATE FS-MOROSIDAD
               WHEN '00'
                    CONTINUE
               WHEN '10'
                    CONTINUE
               WHEN OTHER
                    SET WS-MOROSIDAD-EOF-YES       TO TRUE
                    DISPLAY 'ERROR AL LEER MOROSIDAD.SEQ'
                    DISPLAY 'FILE STATUS: ' FS-MOROSIDAD
           END-EVALUATE.

       1500-LEER-MOROSIDAD-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 2000-PROCESAR-MOROSIDAD : UNA TARJETA EN EL UMBRAL DE CASTIGO   *
      * O MAS ALLA SE CASTIGA, SALVO QUE YA FIGURE EN EL LIBRO (UN      *
      * CASTIGO ANTERIOR CUYA TRANSACCION MANTTARJ TODAVIA NO SE        *
      * APLICO, O UNA TARJETA YA CERRADA QUE SIGUE ENVEJECIENDO EN      *
      * MOROSIDAD.SEQ).                                                 *
      *----------------------------------------------------------------*
       2000-PROCESAR-MOROSIDAD.

           IF MOR-CICLOS-MORA >= WS-CICLOS-CASTIGO

              MOVE MOR-NRO-TARJ TO CAW-NRO-TARJ
              READ CASTIGOS-WRK KEY IS CAW-NRO-TARJ

              EVALUATE TRUE
                  WHEN FS-CAS-WRK-OK
                       ADD 1 TO WS-CANT-YA-CASTIGADAS
                  WHEN FS-CAS-WRK-CLAVE-NFD
                       PERFORM 2100-EVALUAR-CASTIGO
                          THRU 2100-EVALUAR-CASTIGO-FIN
                  WHEN OTHER
                       DISPLAY '*** ERROR AL LEER CASTIGOS-WRK, SE '
                               'DETIENE LA CORRIDA ***'
                       DISPLAY 'FILE STATUS: ' FS-CAS-WRK
                       STOP RUN
              END-EVALUATE
           END-IF.

           PERFORM 1500-LEER-MOROSIDAD
              THRU 1500-LEER-MOROSIDAD-EXIT.

       2000-PROCESAR-MOROSIDAD-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 2100-EVALUAR-CASTIGO : EL SALDO A CASTIGAR ES EL DEL MAESTRO,   *
      * EN LA MONEDA DE LA TARJETA. SIN SALDO NO HAY NADA QUE CASTIGAR; *
      * UNA MONEDA SIN COTIZACION DEL DIA NO SE PUEDE VALUAR Y LA       *
      * TARJETA QUEDA PARA LA PROXIMA CORRIDA.                          *
      *----------------------------------------------------------------*
       2100-EVALUAR-CASTIGO.

           MOVE MOR-NRO-TARJ TO WS-MAE-NRO-TARJ.
           CALL 'MAESTARJ' USING WS-REG-MAESTRO.

           IF WS-MAE-NOMBRE NOT = 'ERROR'
              PERFORM 2150-BUSCAR-MONEDA
                 THRU 2150-BUSCAR-MONEDA-FIN
           END-IF.

           EVALUATE TRUE
               WHEN WS-MAE-NOMBRE = 'ERROR'
                    ADD 1 TO WS-CANT-SIN-MAESTRO
                    DISPLAY '*** TARJETA ' MOR-NRO-TARJ ' EN MORA Y '
                            'SIN MAESTRO: ' WS-MAE-DIRECCION
               WHEN WS-MAE-SALDO-ANT = 0
                    ADD 1 TO WS-CANT-SIN-SALDO
               WHEN WS-MONEDA-NO-ENCONTRADA
                    ADD 1 TO WS-CANT-SIN-COTIZACION
                    DISPLAY '*** TARJETA ' MOR-NRO-TARJ ' MONEDA '
                            WS-MAE-MONEDA ' SIN COTIZACION, NO SE '
                            'CASTIGA EN ESTA CORRIDA'
               WHEN OTHER
                    PERFORM 2200-CASTIGAR-TARJETA
                       THRU 2200-CASTIGAR-TARJETA-FIN
           END-EVALUATE.

       2100-EVALUAR-CASTIGO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2150-BUSCAR-MONEDA.

           SET WS-MONEDA-NO-ENCONTRADA TO TRUE.
           SET WS-IX-MON TO 1.

           SEARCH WS-MONEDA-ITEM
              WHEN WS-MON-CODIGO(WS-IX-MON) = WS-MAE-MONEDA
                   SET WS-MONEDA-ENCONTRADA TO TRUE
           END-SEARCH.

       2150-BUSCAR-MONEDA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * 2200-CASTIGAR-TARJETA : ASIENTA EL CASTIGO EN EL LIBRO, GENERA  *
      * LA TRANSACCION DE CIERRE PARA MANTTARJ, ANOTA LA TARJETA EN EL  *
      * ARCHIVO DE TRABAJO (PARA EL REPORTE) Y SUMA EL IMPORTE AL       *
      * EXTRACTO CONTABLE DE SU MONEDA.                                 *
      *----------------------------------------------------------------*
       2200-CASTIGAR-TARJETA.

           MULTIPLY WS-MAE-SALDO-ANT BY WS-MON-COTIZACION(WS-IX-MON)
                    GIVING WS-IMPORTE-PESOS.

           MOVE WS-MAE-NRO-TARJ     TO CAS-NRO-TARJ.
           MOVE WS-MAE-CUENTA       TO CAS-CUENTA.
           SET CAS-ES-CASTIGO       TO TRUE.
           MOVE WS-FECHA-PROCESO-ED TO CAS-FECHA.
           MOVE WS-CURRENT-YEAR     TO CAS-PER-ANIO.
           MOVE WS-CURRENT-MONTH    TO CAS-PER-MES.
           MOVE WS-MAE-MONEDA       TO CAS-MONEDA.
           MOVE WS-MAE-SALDO-ANT    TO CAS-IMPORTE.
           MOVE WS-MON-COTIZACION(WS-IX-MON) TO CAS-COTIZACION.
           MOVE WS-IMPORTE-PESOS    TO CAS-IMPORTE-PESOS.
           MOVE MOR-CICLOS-MORA     TO CAS-CICLOS-MORA.
           MOVE 'CASTIGO POR MORA' TO CAS-DETALLE.
           WRITE REG-CASTIGO.

           IF NOT FS-CASTIGOS-OK
              DISPLAY '*** ERROR AL GRABAR EL LIBRO DE CASTIGOS, SE '
                      'DETIENE LA CORRIDA ***'
              DISPLAY 'FILE STATUS: ' FS-CASTIGOS
              STOP RUN
           END-IF.

           PERFORM 2210-GRABAR-CIERRE
              THRU 2210-GRABAR-CIERRE-FIN.

           MOVE WS-MAE-NRO-TARJ     TO CAW-NRO-TARJ.
           MOVE WS-MAE-CUENTA       TO CAW-CUENTA.
           MOVE WS-MAE-MONEDA       TO CAW-MONEDA.
           MOVE WS-FECHA-PROCESO-ED TO CAW-FECHA-CASTIGO.
           MOVE WS-MAE-SALDO-ANT    TO CAW-CASTIGADO.
           MOVE WS-IMPORTE-PESOS    TO CAW-CASTIGADO-PESOS.
           MOVE 0                   TO CAW-RECUPERADO-PESOS.
           MOVE 0                   TO CAW-RECUP-PERIODO-PESOS.
           SET CAW-CASTIGO-DEL-PERIODO TO TRUE.
           WRITE REG-CAS-WRK.

           IF NOT FS-CAS-WRK-OK
              DISPLAY '*** ERROR AL GRABAR CASTIGOS-WRK, SE '
                      'DETIENE LA CORRIDA ***'
              DISPLAY 'FILE STATUS: ' FS-CAS-WRK
              STOP RUN
           END-IF.

           ADD WS-MAE-SALDO-ANT TO WS-MON-GL-CASTIGOS(WS-IX-MON).
           ADD 1 TO WS-CANT-CASTIGADAS.

       2200-CASTIGAR-TARJETA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * 2210-GRABAR-CIERRE : ARMA LA TRANSACCION 'C' DE MANTTARJ QUE    *
      * DEJA LA TARJETA CERRADA ('C') Y CON SALDO CERO: EL SALDO YA     *
      * SALIO DE LA CARTERA ACTIVA AL LIBRO DE CASTIGOS. EL RESTO DE    *
      * LOS CAMPOS SALE DEL MAESTRO (UN CAMBIO DE MANTTARJ LOS REGRABA  *
      * TODOS).                                                         *
      *----------------------------------------------------------------*
       2210-GRABAR-CIERRE.

           IF FS-TRANSACCIONES-OK
              MOVE 'C'               TO TRN-TIPO-MOV
              MOVE WS-MAE-NRO-TARJ   TO TRN-NRO-TARJ
              MOVE WS-MAE-CUENTA     TO TRN-CUENTA
              MOVE WS-MAE-APELLIDO   TO TRN-APELLIDO
              MOVE WS-MAE-NOMBRE     TO TRN-NOMBRE
              MOVE WS-MAE-DIRECCION  TO TRN-DIRECCION
              MOVE WS-MAE-COD-POSTAL TO TRN-COD-POSTAL
              MOVE WS-MAE-MONEDA     TO TRN-MONEDA
              MOVE WS-MAE-LIMITE     TO TRN-LIMITE
              MOVE 0                 TO TRN-SALDO-ANT
              MOVE WS-MAE-FECHA-VENC TO TRN-FECHA-VENC
              MOVE 'C'               TO TRN-ESTADO
              MOVE WS-MAE-DIA-CORTE  TO TRN-DIA-CORTE
              MOVE WS-MAE-PORC-ADELANTO TO TRN-PORC-ADELANTO
              MOVE 0                 TO TRN-SALDO-ADELANTO

              WRITE REG-TRANS

              IF NOT FS-TRANSACCIONES-OK
                 DISPLAY '*** ERROR AL GRABAR MANTTARJ-CASTIGOS.SEQ, '
                         'SE DETIENE LA CORRIDA ***'
                 DISPLAY 'FILE STATUS: ' FS-TRANSACCIONES
                 STOP RUN
              END-IF
           END-IF.

       2210-GRABAR-CIERRE-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3000-CERRAR-ARCHIVOS.

           IF NOT FS-MOROSIDAD-NFD
              CLOSE MOROSIDAD
              IF NOT FS-MOROSIDAD-OK
                 DISPLAY 'ERROR EN CLOSE DE MOROSIDAD.SEQ: '
                         FS-MOROSIDAD
              END-IF
           END-IF.

           CLOSE CASTIGOS.
           IF NOT FS-CASTIGOS-OK
              DISPLAY 'ERROR AL CERRAR EL LIBRO DE CASTIGOS: '
                      FS-CASTIGOS
           END-IF.

           CLOSE TRANSACCIONES.
           IF NOT FS-TRANSACCIONES-OK
              DISPLAY 'ERROR AL CERRAR MANTTARJ-CASTIGOS.SEQ: '
                      FS-TRANSACCIONES
           END-IF.

       3000-CERRAR-ARCHIVOS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 3100-GRABAR-ASIENTOS-GL : EXTRACTO CONTABLE DEL CASTIGO, POR    *
      * MONEDA: LA PERDIDA AL DEBE Y LA BAJA DE CARTERA AL HABER, POR   *
      * EL MISMO IMPORTE. SIN CASTIGOS EN LA CORRIDA EL EXTRACTO QUEDA  *
      * VACIO.                                                          *
      *----------------------------------------------------------------*
       3100-GRABAR-ASIENTOS-GL.

           MOVE WS-CURRENT-YEAR  TO GL-FEC-ANIO.
           MOVE WS-CURRENT-MONTH TO GL-FEC-MES.
           MOVE WS-CURRENT-DAY   TO GL-FEC-DIA.

           OPEN OUTPUT ASIENTOS-GL.

           IF NOT FS-ASIENTOS-OK
              DISPLAY 'ERROR AL ABRIR EL EXTRACTO CONTABLE DE CASTIGOS'
              DISPLAY 'FILE STATUS: ' FS-ASIENTOS
           ELSE
              PERFORM 3110-ASIENTOS-X-MONEDA
                 THRU 3110-ASIENTOS-X-MONEDA-FIN
                 VARYING WS-IX-MON FROM 1 BY 1
                    UNTIL WS-IX-MON > WS-CANT-MONEDAS

              CLOSE ASIENTOS-GL
              IF NOT FS-ASIENTOS-OK
                 DISPLAY 'ERROR AL CERRAR EL EXTRACTO CONTABLE DE '
                         'CASTIGOS: ' FS-ASIENTOS
              END-IF
           END-IF.

       3100-GRABAR-ASIENTOS-GL-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3110-ASIENTOS-X-MONEDA.

           IF WS-MON-GL-CASTIGOS(WS-IX-MON) NOT = 0
              MOVE WS-MON-CODIGO(WS-IX-MON) TO GL-MONEDA

              MOVE 'PERDIDA POR CASTIGOS' TO GL-CONCEPTO
              MOVE WS-MON-GL-CASTIGOS(WS-IX-MON) TO GL-DEBE
              MOVE 0 TO GL-HABER
              PERFORM 3120-GRABAR-ASIENTO
                 THRU 3120-GRABAR-ASIENTO-FIN

              MOVE 'BAJA CARTERA CASTIGOS' TO GL-CONCEPTO
              MOVE 0 TO GL-DEBE
              MOVE WS-MON-GL-CASTIGOS(WS-IX-MON) TO GL-HABER
              PERFORM 3120-GRABAR-ASIENTO
                 THRU 3120-GRABAR-ASIENTO-FIN
           END-IF.

       3110-ASIENTOS-X-MONEDA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3120-GRABAR-ASIENTO.

           ADD GL-DEBE  TO WS-GL-TOTAL-DEBE.
           ADD GL-HABER TO WS-GL-TOTAL-HABER.

           MOVE LINEA-ASIENTO-GL TO REG-ASIENTO-GL.
           WRITE REG-ASIENTO-GL.

           IF NOT FS-ASIENTOS-OK
              DISPLAY 'ERROR AL GRABAR EL EXTRACTO CONTABLE DE '
                      'CASTIGOS'
              DISPLAY 'FILE STATUS: ' FS-ASIENTOS
           END-IF.

       3120-GRABAR-ASIENTO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * 3200-REPORTE-CASTIGOS : REPORTE PARA FINANZAS: CADA TARJETA DEL *
      * LIBRO CON LO CASTIGADO, LO RECUPERADO Y LO PENDIENTE EN PESOS   *
      * (LAS CASTIGADAS EN ESTA CORRIDA, MARCADAS 'NUEVO'), Y LOS       *
      * TOTALES DE LA CARTERA CASTIGADA Y DEL PERIODO.                  *
      *----------------------------------------------------------------*
       3200-REPORTE-CASTIGOS.

           OPEN OUTPUT REPORTE-CASTIGOS.

           IF NOT FS-REPORTE-OK
              DISPLAY 'ERROR AL ABRIR EL REPORTE DE CASTIGOS'
              DISPLAY 'FILE STATUS: ' FS-REPORTE
           ELSE
              MOVE WS-FECHA-PROCESO-ED TO TIT-FECHA
              MOVE WS-CICLOS-CASTIGO   TO TIT-CICLOS
              MOVE TITULO-CASTIGOS TO LINEA-REPORTE-CAST
              PERFORM 3290-GRABAR-REPORTE
                 THRU 3290-GRABAR-REPORTE-FIN
              MOVE LINEA-SEPARADOR TO LINEA-REPORTE-CAST
              PERFORM 3290-GRABAR-REPORTE
                 THRU 3290-GRABAR-REPORTE-FIN
              MOVE LINEA-ENCABEZADO TO LINEA-REPORTE-CAST
              PERFORM 3290-GRABAR-REPORTE
                 THRU 3290-GRABAR-REPORTE-FIN
              MOVE LINEA-SEPARADOR TO LINEA-REPORTE-CAST
              PERFORM 3290-GRABAR-REPORTE
                 THRU 3290-GRABAR-REPORTE-FIN

              SET WS-CAS-WRK-EOF-NO TO TRUE
              MOVE LOW-VALUES TO CAW-NRO-TARJ
              START CASTIGOS-WRK KEY IS NOT LESS THAN CAW-NRO-TARJ
                INVALID KEY
                   SET WS-CAS-WRK-EOF-YES TO TRUE
              END-START

              IF WS-CAS-WRK-EOF-NO
                 PERFORM 3205-LEER-CAS-WRK
                    THRU 3205-LEER-CAS-WRK-FIN
                 PERFORM 3210-LISTAR-CASTIGO
                    THRU 3210-LISTAR-CASTIGO-FIN
                   UNTIL WS-CAS-WRK-EOF-YES
              END-IF

              PERFORM 3220-TOTALES-REPORTE
                 THRU 3220-TOTALES-REPORTE-FIN

              CLOSE REPORTE-CASTIGOS
              IF NOT FS-REPORTE-OK
                 DISPLAY 'ERROR AL CERRAR EL REPORTE DE CASTIGOS: '
                         FS-REPORTE
              END-IF
           END-IF.

           CLOSE CASTIGOS-WRK.
           IF NOT FS-CAS-WRK-OK
              DISPLAY 'ERROR AL CERRAR CASTIGOS-WRK.VSAM: ' FS-CAS-WRK
           END-IF.

       3200-REPORTE-CASTIGOS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3205-LEER-CAS-WRK.

           READ CASTIGOS-WRK NEXT RECORD
             AT END
                SET WS-CAS-WRK-EOF-YES        TO TRUE
             NOT AT END
                SET WS-CAS-WRK-EOF-NO         TO TRUE
           END-READ.

       3205-LEER-CAS-WRK-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3210-LISTAR-CASTIGO.

           COMPUTE WS-PENDIENTE-PESOS =
                   CAW-CASTIGADO-PESOS - CAW-RECUPERADO-PESOS.

           MOVE CAW-NRO-TARJ         TO CSL-NRO-TARJ.
           MOVE CAW-CUENTA           TO CSL-CUENTA.
           MOVE CAW-MONEDA           TO CSL-MONEDA.
           MOVE CAW-FECHA-CASTIGO    TO CSL-FECHA.
           MOVE CAW-CASTIGADO        TO CSL-CASTIGADO.
           MOVE CAW-CASTIGADO-PESOS  TO CSL-CASTIGADO-PES.
           MOVE CAW-RECUPERADO-PESOS TO CSL-RECUPERADO.
           MOVE WS-PENDIENTE-PESOS   TO CSL-PENDIENTE.
           IF CAW-CASTIGO-DEL-PERIODO
              MOVE 'NUEVO' TO CSL-MARCA
              ADD CAW-CASTIGADO-PESOS TO WS-TOT-CASTIGADO-PERIODO
           ELSE
              MOVE SPACES  TO CSL-MARCA
           END-IF.
           MOVE LINEA-CASTIGO TO LINEA-REPORTE-CAST.
           PERFORM 3290-GRABAR-REPORTE
              THRU 3290-GRABAR-REPORTE-FIN.

           ADD 1 TO WS-TOT-CANT-CARTERA.
           ADD CAW-CASTIGADO-PESOS     TO WS-TOT-CASTIGADO.
           ADD CAW-RECUPERADO-PESOS    TO WS-TOT-RECUPERADO.
           ADD WS-PENDIENTE-PESOS      TO WS-TOT-PENDIENTE.
           ADD CAW-RECUP-PERIODO-PESOS TO WS-TOT-RECUP-PERIODO.

           PERFORM 3205-LEER-CAS-WRK
              THRU 3205-LEER-CAS-WRK-FIN.

       3210-LISTAR-CASTIGO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3220-TOTALES-REPORTE.

           MOVE LINEA-SEPARADOR TO LINEA-REPORTE-CAST.
           PERFORM 3290-GRABAR-REPORTE
              THRU 3290-GRABAR-REPORTE-FIN.

           MOVE 'CASTIGOS DEL PERIODO' TO CST-ETIQUETA.
           MOVE WS-CANT-CASTIGADAS       TO CST-CANT.
           MOVE WS-TOT-CASTIGADO-PERIODO TO CST-IMPORTE.
           MOVE LINEA-TOTAL-CAST TO LINEA-REPORTE-CAST.
           PERFORM 3290-GRABAR-REPORTE
              THRU 3290-GRABAR-REPORTE-FIN.

           MOVE 'RECUPEROS DEL PERIODO' TO CST-ETIQUETA.
           MOVE WS-CANT-RECUPEROS-PERIODO TO CST-CANT.
           MOVE WS-TOT-RECUP-PERIODO      TO CST-IMPORTE.
           MOVE LINEA-TOTAL-CAST TO LINEA-REPORTE-CAST.
           PERFORM 3290-GRABAR-REPORTE
              THRU 3290-GRABAR-REPORTE-FIN.

           MOVE 'CARTERA CASTIGADA - TOTAL CASTIGADO' TO CST-ETIQUETA.
           MOVE WS-TOT-CANT-CARTERA TO CST-CANT.
           MOVE WS-TOT-CASTIGADO    TO CST-IMPORTE.
           MOVE LINEA-TOTAL-CAST TO LINEA-REPORTE-CAST.
           PERFORM 3290-GRABAR-REPORTE
              THRU 3290-GRABAR-REPORTE-FIN.

           MOVE 'CARTERA CASTIGADA - TOTAL RECUPERADO' TO CST-ETIQUETA.
           MOVE WS-TOT-CANT-CARTERA TO CST-CANT.
           MOVE WS-TOT-RECUPERADO   TO CST-IMPORTE.
           MOVE LINEA-TOTAL-CAST TO LINEA-REPORTE-CAST.
           PERFORM 3290-GRABAR-REPORTE
              THRU 3290-GRABAR-REPORTE-FIN.

           MOVE 'CARTERA CASTIGADA - PENDIENTE' TO CST-ETIQUETA.
           MOVE WS-TOT-CANT-CARTERA TO CST-CANT.
           MOVE WS-TOT-PENDIENTE    TO CST-IMPORTE.
           MOVE LINEA-TOTAL-CAST TO LINEA-REPORTE-CAST.
           PERFORM 3290-GRABAR-REPORTE
              THRU 3290-GRABAR-REPORTE-FIN.

       3220-TOTALES-REPORTE-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3290-GRABAR-REPORTE.

           WRITE REG-REPORTE-CAST.

           IF NOT FS-REPORTE-OK
              DISPLAY 'ERROR AL GRABAR EL REPORTE DE CASTIGOS'
              DISPLAY 'FILE STATUS: ' FS-REPORTE
           END-IF.

       3290-GRABAR-REPORTE-FIN.
           EXIT.
      *----------------------------------------------------------------*
       4000-TOTALES-ARCHIVO.

           DISPLAY '--------------------------------------'.
           DISPLAY 'UMBRAL CICLOS DE MORA      : ' WS-CICLOS-CASTIGO.
           DISPLAY 'MOVIMIENTOS DEL LIBRO      : '
                   WS-CANT-LIBRO-LEIDOS.
           DISPLAY 'TARJETAS EN MOROSIDAD      : '
                   WS-CANT-MOROSOS-LEIDOS.
           DISPLAY 'TARJETAS CASTIGADAS        : '
                   WS-CANT-CASTIGADAS.
           DISPLAY 'YA CASTIGADAS ANTES        : '
                   WS-CANT-YA-CASTIGADAS.
           DISPLAY 'EN UMBRAL SIN SALDO        : '
                   WS-CANT-SIN-SALDO.
           DISPLAY 'EN UMBRAL SIN MAESTRO      : '
                   WS-CANT-SIN-MAESTRO.
           DISPLAY 'EN UMBRAL SIN COTIZACION   : '
                   WS-CANT-SIN-COTIZACION.
           DISPLAY 'RECUPEROS DEL PERIODO      : '
                   WS-CANT-RECUPEROS-PERIODO.
           DISPLAY 'EXTRACTO CASTIGOS DEBE     : ' WS-GL-TOTAL-DEBE.
           DISPLAY 'EXTRACTO CASTIGOS HABER    : ' WS-GL-TOTAL-HABER.
           DISPLAY '--------------------------------------'.
           DISPLAY '          FIN DEL PROGRAMA            '.
           DISPLAY '--------------------------------------'.

       4000-TOTALES-ARCHIVO-EXIT.
           EXIT.
      *----------------------------------------------------------------*

       END PROGRAM CASTTARJ.
