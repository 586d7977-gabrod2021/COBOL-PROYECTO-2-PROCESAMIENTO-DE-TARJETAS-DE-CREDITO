      *----------------------------------------------------------------*
      *Author:  GABRIELA RODRIGUEZ                                     *
      *         CLAUDIA SANTILLAN                                      *
      *         GABY OSELLA                                            *
      *         GUILLERMO RODRIGUEZ                                    *
      *         EDDISON MORA GOMEZ
      * Date: 15/10/2026
      * Purpose: INGRESO DEL CLEARING DIARIO DE LA RED DE TARJETAS
      *          (CLEARING-RED.SEQ): VERIFICA EL ARCHIVO CONTRA SU
      *          TRAILER, RECHAZA LAS PRESENTACIONES CON NUMERO DE
      *          TARJETA INVALIDO (CLVALTAR), DE BINES AJENOS (LOS
      *          REGISTROS 'B' DE PARAMETROS.SEQ), CON DATOS
      *          INVALIDOS O EN MONEDAS SIN COTIZACION, Y CONVIERTE LAS
      *          DEMAS AL FORMATO REG-ENTRADA CON LA CATEGORIA DE
      *          COMERCIO QUE CORRESPONDE A SU MCC
      *          (CATEGORIAS-MCC.SEQ), CON HEADER Y TRAILER DE
      *          CONTROL, EN CONSUMOS-RED.SEQ: UNA FUENTE MAS DE LA
      *          MEZCLA DE MEZCONS. CADA COMPRA SE CRUZA CONTRA SU
      *          APROBACION DE AUTORIZACIONES.SEQ POR TARJETA Y CODIGO
      *          DE AUTORIZACION; LAS QUE NO LA TIENEN O DIFIEREN DEL
      *          IMPORTE AUTORIZADO SE INFORMAN PARA SU RECLAMO A LA
      *          RED. EL JOURNAL NO SE MODIFICA: LO SIGUE CERRANDO
      *          CONCIAUT DESPUES DE LA FACTURACION. TOTALIZA POR
      *          MONEDA EL INTERCAMBIO A COBRAR Y A PAGAR A LA RED
      *          (INTERCAMBIO-REPORTE.TXT) Y LO CONTABILIZA EN SU
      *          PROPIO CONCEPTO (ASIENTOS-INTERCAMBIO.SEQ).
      * Tectonics: cobc
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.

       PROGRAM-ID. COMPENSA.
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

       SELECT CATEGORIAS-MCC
           ASSIGN TO '../CATEGORIAS-MCC.SEQ'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-MCC.

       SELECT AUTORIZACIONES
           ASSIGN TO '../AUTORIZACIONES.SEQ'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-AUTORIZACIONES.

       SELECT CLEARING-RED
           ASSIGN TO '../CLEARING-RED.SEQ'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CLEARING.

       SELECT SALIDA-RED
           ASSIGN TO '../CONSUMOS-RED.SEQ'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SALIDA.

       SELECT RECHAZOS
           ASSIGN TO '../COMPENSA-RECHAZOS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RECHAZOS.

       SELECT ASIENTOS-GL
           ASSIGN TO '../ASIENTOS-INTERCAMBIO.SEQ'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ASIENTOS.

       SELECT REPORTE-INTERCAMBIO
           ASSIGN TO '../INTERCAMBIO-REPORTE.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-REPORTE.

       DATA DIVISION.

       FILE SECTION.

       COPY "PARAMETROS.CPY".
       COPY "MCCCATEG.CPY".
       COPY "AUTORIZA.CPY".
       COPY "CLEARRED.CPY".
       COPY "CONSRED.CPY".
       COPY "RECHTARJ.CPY".
       COPY "ASIENGL.CPY".
       COPY "INTERREP.CPY".

       WORKING-STORAGE SECTION.

       01 FS-STATUS.
          05 FS-PARAMETROS                 PIC X(2).
             88 FS-PARAMETROS-OK               VALUE '00'.
             88 FS-PARAMETROS-EOF              VALUE '10'.
             88 FS-PARAMETROS-NFD              VALUE '35'.

          05 FS-MCC                        PIC X(2).
             88 FS-MCC-OK                      VALUE '00'.
             88 FS-MCC-EOF                     VALUE '10'.
             88 FS-MCC-NFD                     VALUE '35'.

          05 FS-AUTORIZACIONES             PIC X(2).
             88 FS-AUTORIZACIONES-OK           VALUE '00'.
             88 FS-AUTORIZACIONES-EOF          VALUE '10'.
             88 FS-AUTORIZACIONES-NFD          VALUE '35'.

          05 FS-CLEARING                   PIC X(2).
             88 FS-CLEARING-OK                 VALUE '00'.
             88 FS-CLEARING-EOF                VALUE '10'.
             88 FS-CLEARING-NFD                VALUE '35'.

          05 FS-SALIDA                     PIC X(2).
             88 FS-SALIDA-OK                   VALUE '00'.
             88 FS-SALIDA-EOF                  VALUE '10'.
             88 FS-SALIDA-NFD                  VALUE '35'.

          05 FS-RECHAZOS                   PIC X(2).
             88 FS-RECHAZOS-OK                 VALUE '00'.
             88 FS-RECHAZOS-EOF                VALUE '10'.
             88 FS-RECHAZOS-NFD                VALUE '35'.

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

       01 WS-MCC-EOF                         PIC X(1).
          88 WS-MCC-EOF-YES                  VALUE 'Y'.
          88 WS-MCC-EOF-NO                   VALUE 'N'.

       01 WS-AUTORIZACIONES-EOF              PIC X(1).
          88 WS-AUTORIZACIONES-EOF-YES       VALUE 'Y'.
          88 WS-AUTORIZACIONES-EOF-NO        VALUE 'N'.

       01 WS-CLEARING-EOF                    PIC X(1).
          88 WS-CLEARING-EOF-YES             VALUE 'Y'.
          88 WS-CLEARING-EOF-NO              VALUE 'N'.

       01 WS-CONTADORES.
          05 WS-CANT-CLR-LEIDOS             PIC 9(8).
          05 WS-CANT-CLR-RECHAZADOS         PIC 9(8).
          05 WS-CANT-MOV-GRABADOS           PIC 9(8).
          05 WS-CANT-COMPRAS                PIC 9(8).
          05 WS-CANT-DEVOLUCIONES           PIC 9(8).
          05 WS-CANT-AUT-CONCILIADAS        PIC 9(8).
          05 WS-CANT-SIN-AUTORIZACION       PIC 9(8).
          05 WS-CANT-IMPORTE-DIFIERE        PIC 9(8).
          05 WS-CANT-SIN-CATEGORIA          PIC 9(8).
          05 WS-CANT-AUTS-CARGADAS          PIC 9(8).

      * HASH TOTAL DE LOS IMPORTES GRABADOS, PARA EL TRAILER DE
      * CONTROL QUE MEZCONS VERIFICA AL MEZCLAR.
       01 WS-HASH-SALIDA                     PIC 9(13)V9(02).

       01 WS-REG-CONTROL.
          COPY "CONSCTRL.CPY".

      * CONTROL DEL ARCHIVO DE LA RED: LO QUE TRAE SU TRAILER CONTRA LO
      * CONTADO EN LA PASADA DE VERIFICACION. SI NO CUADRA (O NO TIENE
      * TRAILER) NO SE INGRESA NINGUNA PRESENTACION.
       01 WS-CONTROL-CLEARING.
          05 WS-CLR-CANT-CONTADA            PIC 9(08).
          05 WS-CLR-TOTAL-CONTADO           PIC 9(13)V9(02).
          05 WS-CLR-CANT-DECL               PIC 9(08).
          05 WS-CLR-TOTAL-DECL              PIC 9(13)V9(02).
          05 WS-CLR-FECHA-CLEARING          PIC 9(08).
          05 WS-CLR-ID-RED                  PIC X(10).
          05 WS-CLR-SW-TRAILER              PIC X(01).
             88 WS-CLR-CON-TRAILER              VALUE 'S'.
             88 WS-CLR-SIN-TRAILER              VALUE 'N'.

       01 WS-SW-CLEARING                     PIC X(01).
          88 WS-CLEARING-ACEPTADO            VALUE 'S'.
          88 WS-CLEARING-NO-ACEPTADO         VALUE 'N'.

      * MONEDAS COTIZADAS DEL DIA (SUBINDICE 1 = ARS), Y POR MONEDA LO
      * PRESENTADO POR LA RED Y EL INTERCAMBIO A COBRAR Y A PAGAR.
       01 WS-TABLA-MONEDAS.
          05 WS-CANT-MONEDAS                PIC 9(02) VALUE 1.
          05 WS-MONEDA-ITEM OCCURS 1 TO 10 TIMES
                             DEPENDING ON WS-CANT-MONEDAS
                             INDEXED BY WS-IX-MON.
             10 WS-MON-CODIGO                PIC X(03).
             10 WS-MON-CANT-PRESENT          PIC 9(08).
             10 WS-MON-COMPRAS               PIC 9(13)V9(02).
             10 WS-MON-DEVOLUCIONES          PIC 9(13)V9(02).
             10 WS-MON-INTERC-COBRAR         PIC 9(13)V9(02).
             10 WS-MON-INTERC-PAGAR          PIC 9(13)V9(02).

       01 WS-SW-MONEDA                       PIC X(01).
          88 WS-MONEDA-ENCONTRADA            VALUE 'S'.
          88 WS-MONEDA-NO-ENCONTRADA         VALUE 'N'.

      * BINES PROPIOS DE LA ENTIDAD, DE LOS REGISTROS 'B' DE
      * PARAMETROS.SEQ. SIN NINGUNO SE TOMA EL BIN DE EMISION DE
      * EMITTARJ.
       01 WS-TABLA-BINES.
          05 WS-CANT-BINES                  PIC 9(02) VALUE 0.
          05 WS-BIN-ITEM OCCURS 1 TO 20 TIMES
                          DEPENDING ON WS-CANT-BINES
                          INDEXED BY WS-IX-BIN.
             10 WS-BIN-CODIGO                PIC X(06).

       01 WS-SW-BIN                          PIC X(01).
          88 WS-BIN-PROPIO                   VALUE 'S'.
          88 WS-BIN-AJENO                    VALUE 'N'.

       01 WS-TARJETA-BIN.
          05 WS-TARJ-BIN                     PIC X(06).
          05 FILLER                          PIC X(13).

      * RANGOS DE MCC Y SU CATEGORIA DE COMERCIO.
       01 WS-TABLA-MCC.
          05 WS-CANT-MCC                    PIC 9(03) VALUE 0.
          05 WS-MCC-ITEM OCCURS 1 TO 200 TIMES
                          DEPENDING ON WS-CANT-MCC
                          INDEXED BY WS-IX-MCC.
             10 WS-MCC-DESDE                 PIC 9(04).
             10 WS-MCC-HASTA                 PIC 9(04).
             10 WS-MCC-CATEGORIA             PIC X(03).

       77 WS-CATEGORIA                       PIC X(03).

      * APROBACIONES DEL JOURNAL TODAVIA SIN CONSUMO (PENDIENTES) O YA
      * CRUZADAS POR CONCIAUT, PARA UBICAR LA DE CADA COMPRA. UNA
      * APROBACION SE USA UNA SOLA VEZ EN LA CORRIDA. LA FECHA SE
      * GUARDA COMO AAAAMMDD PARA COMPARARLA CON LA DEL CLEARING.
       01 WS-TABLA-AUTORIZACIONES.
          05 WS-CANT-AUTS                   PIC 9(04) VALUE 0.
          05 WS-AUT-ITEM OCCURS 1 TO 5000 TIMES
                          DEPENDING ON WS-CANT-AUTS
                          INDEXED BY WS-IX-AUT.
             10 WS-AUT-NRO-TARJ               PIC X(19).
             10 WS-AUT-COD-AUTORIZACION       PIC X(06).
             10 WS-AUT-FECHA.
                15 WS-AUT-FEC-ANIO            PIC 9(04).
                15 WS-AUT-FEC-MES             PIC 9(02).
                15 WS-AUT-FEC-DIA             PIC 9(02).
             10 WS-AUT-MONEDA                 PIC X(03).
             10 WS-AUT-IMPORTE                PIC 9(08)V9(02).
             10 WS-AUT-SW-USADA               PIC X(01).
                88 WS-AUT-USADA                   VALUE 'S'.
                88 WS-AUT-LIBRE                   VALUE 'N'.

       01 WS-SW-AUTORIZACION                 PIC X(01).
          88 WS-AUT-ENCONTRADA               VALUE 'S'.
          88 WS-AUT-NO-ENCONTRADA            VALUE 'N'.

      * AUT-FECHA DEL JOURNAL, QUE VIAJA COMO AAAA-MM-DD.
       01 WS-AUT-FECHA-TXT.
          05 WS-AFT-ANIO                    PIC 9(04).
          05 FILLER                         PIC X(01).
          05 WS-AFT-MES                     PIC 9(02).
          05 FILLER                         PIC X(01).
          05 WS-AFT-DIA                     PIC 9(02).

       01 WS-VALIDA-TARJETA.
          COPY "VALTARIO.CPY".

      * REGISTRO DE SALIDA AL FEED DE FACTURACION, CON EL LAYOUT DE
      * REG-ENTRADA (CONSUMOS.CPY).
       01 WS-MOV-SALIDA.
          05 WS-MOV-FECHA.
             10 WS-MOV-FEC-ANIO              PIC 9(04).
             10 FILLER                       PIC X VALUE '-'.
             10 WS-MOV-FEC-MES               PIC 9(02).
             10 FILLER                       PIC X VALUE '-'.
             10 WS-MOV-FEC-DIA               PIC 9(02).
          05 WS-MOV-NRO-TARJETA             PIC X(19).
          05 WS-MOV-MONEDA                  PIC X(03).
          05 WS-MOV-IMPORTE                 PIC 9(08)V9(02).
          05 WS-MOV-DETALLE                 PIC X(32).
          05 WS-MOV-NRO-CUOTA               PIC 9(02).
          05 WS-MOV-CANT-CUOTAS             PIC 9(02).
          05 WS-MOV-TIPO-MOV                PIC X(01).
          05 WS-MOV-CATEGORIA               PIC X(03).
          05 WS-MOV-ID-COMERCIO             PIC X(15).

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

       77 WS-GL-TOTAL-DEBE                   PIC 9(13)V9(02).
       77 WS-GL-TOTAL-HABER                  PIC 9(13)V9(02).
       77 WS-NETO-INTERCAMBIO                PIC S9(13)V9(02).

      ******* LINEAS DEL REPORTE DE CLEARING E INTERCAMBIO *************
       01 TITULO-INTERCAMBIO.
          05 FILLER            PIC X(33) VALUE
             'CLEARING DE LA RED - CORRIDA DEL '.
          05 TIT-FECHA         PIC X(10).
          05 FILLER            PIC X(13) VALUE
             ' - CLEARING: '.
          05 TIT-FECHA-CLR     PIC 9999/99/99.
          05 FILLER            PIC X(08) VALUE
             ' - RED: '.
          05 TIT-ID-RED        PIC X(10).

       01 LINEA-SEPARADOR.
          05 FILLER            PIC X(120) VALUE ALL '-'.

       01 LINEA-SUBTITULO.
          05 SUB-TEXTO         PIC X(80).

       01 ENCABEZADO-OBSERVACION.
          05 FILLER            PIC X(20) VALUE 'TARJETA'.
          05 FILLER            PIC X(11) VALUE 'FECHA'.
          05 FILLER            PIC X(04) VALUE 'MON'.
          05 FILLER            PIC X(14) VALUE '      IMPORTE'.
          05 FILLER            PIC X(07) VALUE 'AUTOR.'.
          05 FILLER            PIC X(16) VALUE 'COMERCIO'.
          05 FILLER            PIC X(35) VALUE 'OBSERVACION'.

       01 LINEA-OBSERVACION.
          05 OBS-NRO-TARJ      PIC X(19).
          05 FILLER            PIC X(01) VALUE SPACE.
          05 OBS-FECHA         PIC 9999/99/99.
          05 FILLER            PIC X(01) VALUE SPACE.
          05 OBS-MONEDA        PIC X(03).
          05 FILLER            PIC X(01) VALUE SPACE.
          05 OBS-IMPORTE       PIC ZZ.ZZZ.ZZ9,99.
          05 FILLER            PIC X(01) VALUE SPACE.
          05 OBS-COD-AUT       PIC X(06).
          05 FILLER            PIC X(01) VALUE SPACE.
          05 OBS-ID-COMERCIO   PIC X(15).
          05 FILLER            PIC X(01) VALUE SPACE.
          05 OBS-TEXTO         PIC X(35).

       01 ENCABEZADO-MONEDA.
          05 FILLER            PIC X(04) VALUE 'MON'.
          05 FILLER            PIC X(10) VALUE ' PRESENT.'.
          05 FILLER            PIC X(18) VALUE '           COMPRAS'.
          05 FILLER            PIC X(18) VALUE '      DEVOLUCIONES'.
          05 FILLER            PIC X(18) VALUE '  INTERC. A COBRAR'.
          05 FILLER            PIC X(18) VALUE '   INTERC. A PAGAR'.
          05 FILLER            PIC X(19) VALUE '    NETO INTERCAMB.'.

       01 LINEA-MONEDA.
          05 LMO-MONEDA        PIC X(03).
          05 FILLER            PIC X(01) VALUE SPACE.
          05 LMO-CANT          PIC ZZZZZZZ9.
          05 FILLER            PIC X(01) VALUE SPACE.
          05 LMO-COMPRAS       PIC ZZ.ZZZ.ZZZ.ZZ9,99.
          05 FILLER            PIC X(01) VALUE SPACE.
          05 LMO-DEVOLUCIONES  PIC ZZ.ZZZ.ZZZ.ZZ9,99.
          05 FILLER            PIC X(01) VALUE SPACE.
          05 LMO-COBRAR        PIC ZZ.ZZZ.ZZZ.ZZ9,99.
          05 FILLER            PIC X(01) VALUE SPACE.
          05 LMO-PAGAR         PIC ZZ.ZZZ.ZZZ.ZZ9,99.
          05 FILLER            PIC X(01) VALUE SPACE.
          05 LMO-NETO          PIC ZZ.ZZZ.ZZZ.ZZ9,99-.

       01 LINEA-TOTAL-INTERC.
          05 LTI-ETIQUETA      PIC X(40).
          05 FILLER            PIC X(07) VALUE ' CANT: '.
          05 LTI-CANT          PIC ZZZZZZZ9.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

           PERFORM 1000-INICIAR-PROGRAMA
              THRU 1000-INICIAR-PROGRAMA-EXIT.

           PERFORM 2000-PROCESAR-CLEARING
              THRU 2000-PROCESAR-CLEARING-EXIT
             UNTIL WS-CLEARING-EOF-YES.

           PERFORM 3000-CERRAR-ARCHIVOS
              THRU 3000-CERRAR-ARCHIVOS-EXIT.

           PERFORM 3100-GRABAR-ASIENTOS-GL
              THRU 3100-GRABAR-ASIENTOS-GL-FIN.

           PERFORM 3200-TOTALES-REPORTE
              THRU 3200-TOTALES-REPORTE-FIN.

           PERFORM 4000-TOTALES-ARCHIVO
              THRU 4000-TOTALES-ARCHIVO-EXIT.

           STOP RUN.
      *----------------------------------------------------------------*
      * 1000-INICIAR-PROGRAMA : CARGA LAS TABLAS, VERIFICA EL CLEARING  *
      * CONTRA SU TRAILER Y ABRE LAS SALIDAS. AUNQUE NO HAYA CLEARING   *
      * (O NO CUADRE) SE GRABA EL FEED VACIO, SOLO HEADER Y TRAILER,    *
      * PARA QUE MEZCONS NO VUELVA A MEZCLAR EL DEL DIA ANTERIOR.       *
      *----------------------------------------------------------------*
       1000-INICIAR-PROGRAMA.

           INITIALIZE WS-CONTADORES
                      WS-CONTROL-CLEARING.
           MOVE 0 TO WS-HASH-SALIDA.
           MOVE 0 TO WS-GL-TOTAL-DEBE.
           MOVE 0 TO WS-GL-TOTAL-HABER.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
           MOVE WS-CURRENT-YEAR  TO WS-FPR-ANIO.
           MOVE WS-CURRENT-MONTH TO WS-FPR-MES.
           MOVE WS-CURRENT-DAY   TO WS-FPR-DIA.

           PERFORM 1050-LEER-PARAMETROS
              THRU 1050-LEER-PARAMETROS-FIN.

           PERFORM 1100-CARGAR-MCC
              THRU 1100-CARGAR-MCC-FIN.

           PERFORM 1200-CARGAR-AUTORIZACIONES
              THRU 1200-CARGAR-AUTORIZACIONES-FIN.

           PERFORM 1400-VERIFICAR-CLEARING
              THRU 1400-VERIFICAR-CLEARING-FIN.
      *----------------------------------------------------------------*
           OPEN OUTPUT SALIDA-RED.

           EVALUATE TRUE
               WHEN FS-SALIDA-OK
                    PERFORM 1600-GRABAR-HEADER
                       THRU 1600-GRABAR-HEADER-FIN
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR CONSUMOS-RED.SEQ'
                    DISPLAY 'FILE STATUS: ' FS-SALIDA
           END-EVALUATE.
      *----------------------------------------------------------------*
           OPEN OUTPUT RECHAZOS.

           IF NOT FS-RECHAZOS-OK
              DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE RECHAZOS'
              DISPLAY 'FILE STATUS: ' FS-RECHAZOS
           END-IF.
      *----------------------------------------------------------------*
           OPEN OUTPUT REPORTE-INTERCAMBIO.

           IF NOT FS-REPORTE-OK
              DISPLAY 'ERROR AL ABRIR EL REPORTE DE INTERCAMBIO'
              DISPLAY 'FILE STATUS: ' FS-REPORTE
           ELSE
              PERFORM 1700-TITULOS-REPORTE
                 THRU 1700-TITULOS-REPORTE-FIN
           END-IF.
      *----------------------------------------------------------------*
           SET WS-CLEARING-EOF-NO TO TRUE.

           IF WS-CLEARING-ACEPTADO
              OPEN INPUT CLEARING-RED
              IF FS-CLEARING-OK
                 PERFORM 1500-LEER-CLEARING
                    THRU 1500-LEER-CLEARING-EXIT
              ELSE
                 SET WS-CLEARING-EOF-YES TO TRUE
                 DISPLAY 'ERROR AL ABRIR CLEARING-RED.SEQ'
                 DISPLAY 'FILE STATUS: ' FS-CLEARING
              END-IF
           ELSE
              SET WS-CLEARING-EOF-YES TO TRUE
           END-IF.

       1000-INICIAR-PROGRAMA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 1050-LEER-PARAMETROS : MONEDAS COTIZADAS DEL DIA (LAS UNICAS    *
      * QUE LA FACTURACION ACEPTA) Y BINES PROPIOS. SIN ARCHIVO SOLO    *
      * QUEDA "ARS" Y EL BIN DE EMISION.                                *
      *----------------------------------------------------------------*
       1050-LEER-PARAMETROS.

           MOVE 1 TO WS-CANT-MONEDAS.
           MOVE "ARS" TO WS-MON-CODIGO(1).
           PERFORM 1080-INICIAR-MONEDA
              THRU 1080-INICIAR-MONEDA-FIN.
           MOVE 0 TO WS-CANT-BINES.
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

           IF WS-CANT-BINES = 0
              MOVE 1 TO WS-CANT-BINES
              MOVE '459901' TO WS-BIN-CODIGO(1)
           END-IF.

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
                       PERFORM 1080-INICIAR-MONEDA
                          THRU 1080-INICIAR-MONEDA-FIN
                    END-IF
               WHEN PAR-TIPO-BIN
                    IF WS-CANT-BINES < 20
                       ADD 1 TO WS-CANT-BINES
                       MOVE PAR-BIN TO WS-BIN-CODIGO(WS-CANT-BINES)
                    END-IF
           END-EVALUATE.

           PERFORM 1060-LEER-REG-PARAMETRO
              THRU 1060-LEER-REG-PARAMETRO-FIN.

       1070-PROCESAR-REG-PARAMETRO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1080-INICIAR-MONEDA.

           MOVE 0 TO WS-MON-CANT-PRESENT(WS-CANT-MONEDAS).
           MOVE 0 TO WS-MON-COMPRAS(WS-CANT-MONEDAS).
           MOVE 0 TO WS-MON-DEVOLUCIONES(WS-CANT-MONEDAS).
           MOVE 0 TO WS-MON-INTERC-COBRAR(WS-CANT-MONEDAS).
           MOVE 0 TO WS-MON-INTERC-PAGAR(WS-CANT-MONEDAS).

       1080-INICIAR-MONEDA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * 1100-CARGAR-MCC : TABLA DE RANGOS DE MCC. SIN ARCHIVO TODAS LAS *
      * PRESENTACIONES ENTRAN SIN CATEGORIA.                            *
      *----------------------------------------------------------------*
       1100-CARGAR-MCC.

           MOVE 0 TO WS-CANT-MCC.
           SET WS-MCC-EOF-NO TO TRUE.

           OPEN INPUT CATEGORIAS-MCC.

           EVALUATE TRUE
               WHEN FS-MCC-OK
                    PERFORM 1110-LEER-MCC
                       THRU 1110-LEER-MCC-FIN
                    PERFORM 1120-CARGAR-REG-MCC
                       THRU 1120-CARGAR-REG-MCC-FIN
                      UNTIL WS-MCC-EOF-YES
                    CLOSE CATEGORIAS-MCC
               WHEN FS-MCC-NFD
                    DISPLAY 'NO SE ENCUENTRA CATEGORIAS-MCC.SEQ, LAS '
                            'PRESENTACIONES ENTRAN SIN CATEGORIA'
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR CATEGORIAS-MCC.SEQ'
                    DISPLAY 'FILE STATUS: ' FS-MCC
           END-EVALUATE.

       1100-CARGAR-MCC-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1110-LEER-MCC.

           READ CATEGORIAS-MCC
             AT END
                SET WS-MCC-EOF-YES            TO TRUE
             NOT AT END
                SET WS-MCC-EOF-NO             TO TRUE
           END-READ.

       1110-LEER-MCC-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1120-CARGAR-REG-MCC.

           IF WS-CANT-MCC < 200
              ADD 1 TO WS-CANT-MCC
              MOVE MCC-DESDE     TO WS-MCC-DESDE(WS-CANT-MCC)
              MOVE MCC-HASTA     TO WS-MCC-HASTA(WS-CANT-MCC)
              MOVE MCC-CATEGORIA TO WS-MCC-CATEGORIA(WS-CANT-MCC)
           ELSE
              DISPLAY '*** TABLA DE CATEGORIAS MCC LLENA, SE IGNORA '
                      'EL RANGO ' MCC-DESDE '-' MCC-HASTA ' ***'
           END-IF.

           PERFORM 1110-LEER-MCC
              THRU 1110-LEER-MCC-FIN.

       1120-CARGAR-REG-MCC-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * 1200-CARGAR-AUTORIZACIONES : SOLO INTERESAN LAS APROBADAS QUE   *
      * TODAVIA ESTAN EN EL JOURNAL (PENDIENTES O YA CONSUMIDAS); LAS   *
      * RECHAZADAS Y LAS VENCIDAS YA INFORMADAS NO JUSTIFICAN UNA       *
      * PRESENTACION.                                                   *
      *----------------------------------------------------------------*
       1200-CARGAR-AUTORIZACIONES.

           MOVE 0 TO WS-CANT-AUTS.
           SET WS-AUTORIZACIONES-EOF-NO TO TRUE.

           OPEN INPUT AUTORIZACIONES.

           EVALUATE TRUE
               WHEN FS-AUTORIZACIONES-OK
                    PERFORM 1210-LEER-AUTORIZACION
                       THRU 1210-LEER-AUTORIZACION-FIN
                    PERFORM 1220-CARGAR-REG-AUT
                       THRU 1220-CARGAR-REG-AUT-FIN
                      UNTIL WS-AUTORIZACIONES-EOF-YES
                    CLOSE AUTORIZACIONES
               WHEN FS-AUTORIZACIONES-NFD
                    DISPLAY 'NO SE ENCUENTRA AUTORIZACIONES.SEQ, '
                            'NINGUNA COMPRA TENDRA APROBACION'
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR AUTORIZACIONES.SEQ'
                    DISPLAY 'FILE STATUS: ' FS-AUTORIZACIONES
           END-EVALUATE.

           MOVE WS-CANT-AUTS TO WS-CANT-AUTS-CARGADAS.

       1200-CARGAR-AUTORIZACIONES-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1210-LEER-AUTORIZACION.

           READ AUTORIZACIONES
             AT END
                SET WS-AUTORIZACIONES-EOF-YES TO TRUE
             NOT AT END
                SET WS-AUTORIZACIONES-EOF-NO  TO TRUE
           END-READ.

       1210-LEER-AUTORIZACION-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1220-CARGAR-REG-AUT.

           IF AUT-APROBADA
              AND (AUT-PENDIENTE OR AUT-CONSUMIDA OR AUT-ESTADO = SPACE)
              IF WS-CANT-AUTS < 5000
                 ADD 1 TO WS-CANT-AUTS
                 MOVE AUT-NRO-TARJ TO WS-AUT-NRO-TARJ(WS-CANT-AUTS)
                 MOVE AUT-COD-AUTORIZACION
                   TO WS-AUT-COD-AUTORIZACION(WS-CANT-AUTS)
                 MOVE AUT-FECHA    TO WS-AUT-FECHA-TXT
                 MOVE WS-AFT-ANIO  TO WS-AUT-FEC-ANIO(WS-CANT-AUTS)
                 MOVE WS-AFT-MES   TO WS-AUT-FEC-MES(WS-CANT-AUTS)
                 MOVE WS-AFT-DIA   TO WS-AUT-FEC-DIA(WS-CANT-AUTS)
                 MOVE AUT-MONEDA   TO WS-AUT-MONEDA(WS-CANT-AUTS)
                 MOVE AUT-IMPORTE  TO WS-AUT-IMPORTE(WS-CANT-AUTS)
                 SET WS-AUT-LIBRE(WS-CANT-AUTS) TO TRUE
              ELSE
                 DISPLAY '*** TABLA DE AUTORIZACIONES LLENA, LAS '
                         'COMPRAS RESTANTES PUEDEN FIGURAR SIN '
                         'APROBACION ***'
                 SET WS-AUTORIZACIONES-EOF-YES TO TRUE
              END-IF
           END-IF.

           IF WS-AUTORIZACIONES-EOF-NO
              PERFORM 1210-LEER-AUTORIZACION
                 THRU 1210-LEER-AUTORIZACION-FIN
           END-IF.

       1220-CARGAR-REG-AUT-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * 1400-VERIFICAR-CLEARING : PRIMERA PASADA SOBRE EL ARCHIVO DE LA *
      * RED: CUENTA LOS DETALLES Y SUMA SUS IMPORTES PARA COMPARARLOS   *
      * CON EL TRAILER. UN ARCHIVO SIN TRAILER O QUE NO CUADRA LLEGO    *
      * INCOMPLETO Y NO SE INGRESA: SE PIDE EL REENVIO A LA RED.        *
      *----------------------------------------------------------------*
       1400-VERIFICAR-CLEARING.

           SET WS-CLEARING-NO-ACEPTADO TO TRUE.
           SET WS-CLR-SIN-TRAILER TO TRUE.
           SET WS-CLEARING-EOF-NO TO TRUE.

           OPEN INPUT CLEARING-RED.

           EVALUATE TRUE
               WHEN FS-CLEARING-OK
                    PERFORM 1500-LEER-CLEARING
                       THRU 1500-LEER-CLEARING-EXIT
                    PERFORM 1410-CONTAR-REG-CLEARING
                       THRU 1410-CONTAR-REG-CLEARING-FIN
                      UNTIL WS-CLEARING-EOF-YES
                    CLOSE CLEARING-RED
                    PERFORM 1420-CUADRAR-CLEARING
                       THRU 1420-CUADRAR-CLEARING-FIN
               WHEN FS-CLEARING-NFD
                    DISPLAY 'SIN CLEARING-RED.SEQ, NO HAY '
                            'PRESENTACIONES DE LA RED PARA INGRESAR'
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR CLEARING-RED.SEQ'
                    DISPLAY 'FILE STATUS: ' FS-CLEARING
           END-EVALUATE.

       1400-VERIFICAR-CLEARING-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1410-CONTAR-REG-CLEARING.

           EVALUATE TRUE
               WHEN CLR-ES-HEADER
                    MOVE CLR-HDR-FECHA-CLEARING
                      TO WS-CLR-FECHA-CLEARING
                    MOVE CLR-HDR-ID-RED TO WS-CLR-ID-RED
               WHEN CLR-ES-TRAILER
                    SET WS-CLR-CON-TRAILER TO TRUE
                    MOVE CLR-TRL-CANT-REG TO WS-CLR-CANT-DECL
                    MOVE CLR-TRL-TOTAL-IMPORTE TO WS-CLR-TOTAL-DECL
               WHEN OTHER
                    ADD 1 TO WS-CLR-CANT-CONTADA
                    IF CLR-ES-DETALLE AND CLR-IMPORTE IS NUMERIC
                       ADD CLR-IMPORTE TO WS-CLR-TOTAL-CONTADO
                    END-IF
           END-EVALUATE.

           PERFORM 1500-LEER-CLEARING
              THRU 1500-LEER-CLEARING-EXIT.

       1410-CONTAR-REG-CLEARING-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1420-CUADRAR-CLEARING.

           EVALUATE TRUE
               WHEN WS-CLR-SIN-TRAILER
                    DISPLAY '*** CLEARING-RED.SEQ SIN TRAILER, NO SE '
                            'INGRESA: PEDIR EL REENVIO A LA RED ***'
               WHEN WS-CLR-CANT-CONTADA NOT = WS-CLR-CANT-DECL
                 OR WS-CLR-TOTAL-CONTADO NOT = WS-CLR-TOTAL-DECL
                    DISPLAY '*** CLEARING-RED.SEQ NO CUADRA CON SU '
                            'TRAILER, NO SE INGRESA ***'
                    DISPLAY 'LEIDOS: ' WS-CLR-CANT-CONTADA
                            ' DECLARADOS: ' WS-CLR-CANT-DECL
                    DISPLAY 'IMPORTE: ' WS-CLR-TOTAL-CONTADO
                            ' DECLARADO: ' WS-CLR-TOTAL-DECL
               WHEN OTHER
                    SET WS-CLEARING-ACEPTADO TO TRUE
           END-EVALUATE.

       1420-CUADRAR-CLEARING-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1500-LEER-CLEARING.

           READ CLEARING-RED
             AT END
                SET WS-CLEARING-EOF-YES     TO TRUE
             NOT AT END
                SET WS-CLEARING-EOF-NO      TO TRUE
           END-READ.

           EVALUATE FS-CLEARING
               WHEN '00'
                    CONTINUE
               WHEN '10'
                    CONTINUE
               WHEN OTHER
                    SET WS-CLEARING-EOF-YES     TO TRUE
                    DISPLAY 'ERROR AL LEER CLEARING-RED.SEQ'
                    DISPLAY 'FILE STATUS: ' FS-CLEARING
           END-EVALUATE.

       1500-LEER-CLEARING-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1600-GRABAR-HEADER.

           MOVE SPACES TO WS-REG-CONTROL.
           SET CTL-SAL-ES-HEADER TO TRUE.
           MOVE WS-FECHA-PROCESO-ED TO CTL-SAL-FECHA-PROCESO.
           MOVE 'REDCLEAR' TO CTL-SAL-FEED-ID.

           MOVE WS-REG-CONTROL TO REG-MOV-RED.
           WRITE REG-MOV-RED.

           IF NOT FS-SALIDA-OK
              DISPLAY 'ERROR AL GRABAR EL HEADER DE CONSUMOS-RED.SEQ'
              DISPLAY 'FILE STATUS: ' FS-SALIDA
           END-IF.

       1600-GRABAR-HEADER-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1650-GRABAR-TRAILER.

           MOVE SPACES TO WS-REG-CONTROL.
           SET CTL-SAL-ES-TRAILER TO TRUE.
           MOVE WS-CANT-MOV-GRABADOS TO CTL-SAL-CANT-REG.
           MOVE WS-HASH-SALIDA       TO CTL-SAL-HASH-IMPORTE.

           MOVE WS-REG-CONTROL TO REG-MOV-RED.
           WRITE REG-MOV-RED.

           IF NOT FS-SALIDA-OK
              DISPLAY 'ERROR AL GRABAR EL TRAILER DE CONSUMOS-RED.SEQ'
              DISPLAY 'FILE STATUS: ' FS-SALIDA
           END-IF.

       1650-GRABAR-TRAILER-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1700-TITULOS-REPORTE.

           MOVE WS-FECHA-PROCESO-ED   TO TIT-FECHA.
           MOVE WS-CLR-FECHA-CLEARING TO TIT-FECHA-CLR.
           MOVE WS-CLR-ID-RED         TO TIT-ID-RED.
           MOVE TITULO-INTERCAMBIO TO LINEA-REPORTE-INTERC.
           PERFORM 3290-GRABAR-REPORTE
              THRU 3290-GRABAR-REPORTE-FIN.

           MOVE LINEA-SEPARADOR TO LINEA-REPORTE-INTERC.
           PERFORM 3290-GRABAR-REPORTE
              THRU 3290-GRABAR-REPORTE-FIN.

           IF WS-CLEARING-NO-ACEPTADO
              MOVE '*** CLEARING NO INGRESADO ***' TO SUB-TEXTO
              MOVE LINEA-SUBTITULO TO LINEA-REPORTE-INTERC
              PERFORM 3290-GRABAR-REPORTE
                 THRU 3290-GRABAR-REPORTE-FIN
           END-IF.

           MOVE 'COMPRAS SIN APROBACION O POR OTRO IMPORTE'
             TO SUB-TEXTO.
           MOVE LINEA-SUBTITULO TO LINEA-REPORTE-INTERC.
           PERFORM 3290-GRABAR-REPORTE
              THRU 3290-GRABAR-REPORTE-FIN.

           MOVE ENCABEZADO-OBSERVACION TO LINEA-REPORTE-INTERC.
           PERFORM 3290-GRABAR-REPORTE
              THRU 3290-GRABAR-REPORTE-FIN.

       1700-TITULOS-REPORTE-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * 2000-PROCESAR-CLEARING : EL HEADER Y EL TRAILER YA SE USARON EN *
      * LA VERIFICACION; CADA DETALLE SE VALIDA Y, SI PASA, SE          *
      * CONVIERTE AL FEED.                                              *
      *----------------------------------------------------------------*
       2000-PROCESAR-CLEARING.

           EVALUATE TRUE
               WHEN CLR-ES-HEADER
                    CONTINUE
               WHEN CLR-ES-TRAILER
                    CONTINUE
               WHEN OTHER
                    ADD 1 TO WS-CANT-CLR-LEIDOS
                    PERFORM 2100-VALIDAR-PRESENTACION
                       THRU 2100-VALIDAR-PRESENTACION-FIN
           END-EVALUATE.

           PERFORM 1500-LEER-CLEARING
              THRU 1500-LEER-CLEARING-EXIT.

       2000-PROCESAR-CLEARING-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 2100-VALIDAR-PRESENTACION : NUMERO DE TARJETA (CLVALTAR), BIN   *
      * PROPIO, DATOS DE LA PRESENTACION Y MONEDA COTIZADA, EN ESE      *
      * ORDEN; LA PRIMERA FALLA DA EL MOTIVO DEL RECHAZO.               *
      *----------------------------------------------------------------*
       2100-VALIDAR-PRESENTACION.

           MOVE CLR-NRO-TARJ TO WS-NRO-TARJ-I.
           CALL 'CLVALTAR' USING WS-VALIDA-TARJETA.

           PERFORM 2110-BUSCAR-BIN
              THRU 2110-BUSCAR-BIN-FIN.

           PERFORM 2120-BUSCAR-MONEDA
              THRU 2120-BUSCAR-MONEDA-FIN.

           MOVE SPACES TO REG-RECHAZOS.
           MOVE REG-CLEARING TO DETALLE OF REG-RECHAZOS.

           EVALUATE TRUE
               WHEN NOT CLR-ES-DETALLE
                    MOVE '88' TO CODIGO-ERROR OF REG-RECHAZOS
                    MOVE 'TIPO DE REGISTRO DE CLEARING DESCONOCIDO'
                      TO DESCRIPCION-ERR OF REG-RECHAZOS
                    PERFORM 2900-GRABAR-RECHAZO
                       THRU 2900-GRABAR-RECHAZO-FIN
               WHEN WS-VALTARJ-O = 'N'
                    MOVE '86' TO CODIGO-ERROR OF REG-RECHAZOS
                    MOVE WS-DES-ERRTARJ-O
                      TO DESCRIPCION-ERR OF REG-RECHAZOS
                    PERFORM 2900-GRABAR-RECHAZO
                       THRU 2900-GRABAR-RECHAZO-FIN
               WHEN WS-BIN-AJENO
                    MOVE '87' TO CODIGO-ERROR OF REG-RECHAZOS
                    MOVE 'LA TARJETA NO ES DE UN BIN DE LA ENTIDAD'
                      TO DESCRIPCION-ERR OF REG-RECHAZOS
                    PERFORM 2900-GRABAR-RECHAZO
                       THRU 2900-GRABAR-RECHAZO-FIN
               WHEN NOT (CLR-ES-COMPRA OR CLR-ES-DEVOLUCION)
                 OR CLR-FECHA-CONSUMO-N IS NOT NUMERIC
                 OR CLR-FEC-MES < 1 OR CLR-FEC-MES > 12
                 OR CLR-FEC-DIA < 1 OR CLR-FEC-DIA > 31
                 OR CLR-IMPORTE IS NOT NUMERIC
                 OR CLR-IMPORTE = 0
                 OR CLR-CANT-CUOTAS IS NOT NUMERIC
                 OR CLR-INTERCAMBIO IS NOT NUMERIC
                 OR NOT (CLR-INTERC-A-COBRAR OR CLR-INTERC-A-PAGAR)
                    MOVE '88' TO CODIGO-ERROR OF REG-RECHAZOS
                    MOVE 'PRESENTACION CON DATOS INVALIDOS'
                      TO DESCRIPCION-ERR OF REG-RECHAZOS
                    PERFORM 2900-GRABAR-RECHAZO
                       THRU 2900-GRABAR-RECHAZO-FIN
               WHEN WS-MONEDA-NO-ENCONTRADA
                    MOVE '89' TO CODIGO-ERROR OF REG-RECHAZOS
                    MOVE 'MONEDA SIN COTIZACION EN PARAMETROS.SEQ'
                      TO DESCRIPCION-ERR OF REG-RECHAZOS
                    PERFORM 2900-GRABAR-RECHAZO
                       THRU 2900-GRABAR-RECHAZO-FIN
               WHEN OTHER
                    PERFORM 2200-CONVERTIR-PRESENTACION
                       THRU 2200-CONVERTIR-PRESENTACION-FIN
           END-EVALUATE.

       2100-VALIDAR-PRESENTACION-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2110-BUSCAR-BIN.

           SET WS-BIN-AJENO TO TRUE.
           MOVE CLR-NRO-TARJ TO WS-TARJETA-BIN.

           SET WS-IX-BIN TO 1.
           SEARCH WS-BIN-ITEM
              WHEN WS-BIN-CODIGO(WS-IX-BIN) = WS-TARJ-BIN
                   SET WS-BIN-PROPIO TO TRUE
           END-SEARCH.

       2110-BUSCAR-BIN-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2120-BUSCAR-MONEDA.

           SET WS-MONEDA-NO-ENCONTRADA TO TRUE.

           SET WS-IX-MON TO 1.
           SEARCH WS-MONEDA-ITEM
              WHEN WS-MON-CODIGO(WS-IX-MON) = CLR-MONEDA
                   SET WS-MONEDA-ENCONTRADA TO TRUE
           END-SEARCH.

       2120-BUSCAR-MONEDA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * 2200-CONVERTIR-PRESENTACION : LA COMPRA ('05') ENTRA COMO       *
      * CONSUMO 'C' Y LA DEVOLUCION ('06') COMO 'D', CON EL NOMBRE DEL  *
      * COMERCIO COMO DETALLE Y LA CATEGORIA DE SU MCC. UNA COMPRA EN   *
      * CUOTAS VIAJA COMO CUOTA 1 DE N POR EL TOTAL, IGUAL QUE EN LOS   *
      * FEEDS DE SUCURSAL, PARA QUE TP02EJ01 ABRA EL PLAN. EL           *
      * INTERCAMBIO SE ACUMULA EN LA MONEDA DE LA PRESENTACION.         *
      *----------------------------------------------------------------*
       2200-CONVERTIR-PRESENTACION.

           PERFORM 2210-BUSCAR-CATEGORIA
              THRU 2210-BUSCAR-CATEGORIA-FIN.

           MOVE CLR-FEC-ANIO        TO WS-MOV-FEC-ANIO.
           MOVE CLR-FEC-MES         TO WS-MOV-FEC-MES.
           MOVE CLR-FEC-DIA         TO WS-MOV-FEC-DIA.
           MOVE CLR-NRO-TARJ        TO WS-MOV-NRO-TARJETA.
           MOVE CLR-MONEDA          TO WS-MOV-MONEDA.
           MOVE CLR-IMPORTE         TO WS-MOV-IMPORTE.
           MOVE CLR-NOMBRE-COMERCIO TO WS-MOV-DETALLE.
           MOVE WS-CATEGORIA        TO WS-MOV-CATEGORIA.
           MOVE CLR-ID-COMERCIO     TO WS-MOV-ID-COMERCIO.

           IF CLR-ES-COMPRA AND CLR-CANT-CUOTAS > 1
              MOVE 1               TO WS-MOV-NRO-CUOTA
              MOVE CLR-CANT-CUOTAS TO WS-MOV-CANT-CUOTAS
           ELSE
              MOVE 1               TO WS-MOV-NRO-CUOTA
              MOVE 1               TO WS-MOV-CANT-CUOTAS
           END-IF.

           ADD 1 TO WS-MON-CANT-PRESENT(WS-IX-MON).

           IF CLR-ES-COMPRA
              MOVE 'C' TO WS-MOV-TIPO-MOV
              ADD 1 TO WS-CANT-COMPRAS
              ADD CLR-IMPORTE TO WS-MON-COMPRAS(WS-IX-MON)
              PERFORM 2300-BUSCAR-AUTORIZACION
                 THRU 2300-BUSCAR-AUTORIZACION-FIN
           ELSE
              MOVE 'D' TO WS-MOV-TIPO-MOV
              ADD 1 TO WS-CANT-DEVOLUCIONES
              ADD CLR-IMPORTE TO WS-MON-DEVOLUCIONES(WS-IX-MON)
           END-IF.

           IF CLR-INTERC-A-COBRAR
              ADD CLR-INTERCAMBIO TO WS-MON-INTERC-COBRAR(WS-IX-MON)
           ELSE
              ADD CLR-INTERCAMBIO TO WS-MON-INTERC-PAGAR(WS-IX-MON)
           END-IF.

           PERFORM 2700-GRABAR-MOV-FEED
              THRU 2700-GRABAR-MOV-FEED-FIN.

       2200-CONVERTIR-PRESENTACION-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2210-BUSCAR-CATEGORIA.

           MOVE SPACES TO WS-CATEGORIA.

           IF WS-CANT-MCC > 0
              SET WS-IX-MCC TO 1
              SEARCH WS-MCC-ITEM
                 WHEN CLR-MCC NOT < WS-MCC-DESDE(WS-IX-MCC)
                  AND CLR-MCC NOT > WS-MCC-HASTA(WS-IX-MCC)
                      MOVE WS-MCC-CATEGORIA(WS-IX-MCC)
                        TO WS-CATEGORIA
              END-SEARCH
           END-IF.

           IF WS-CATEGORIA = SPACES
              ADD 1 TO WS-CANT-SIN-CATEGORIA
           END-IF.

       2210-BUSCAR-CATEGORIA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * 2300-BUSCAR-AUTORIZACION : LA APROBACION DE LA COMPRA SE BUSCA  *
      * POR TARJETA, CODIGO DE AUTORIZACION Y FECHA: EL CODIGO ES LA    *
      * HORA DE LA APROBACION Y SE REPITE DE UN DIA A OTRO, ASI QUE     *
      * SOLO LA FECHA DE LA COMPRA LO HACE UNICO. LAS APROBACIONES DEL  *
      * JOURNAL ANTERIORES AL CODIGO (EN BLANCO) SE BUSCAN POR TARJETA, *
      * MONEDA E IMPORTE, COMO EN CONCIAUT. UNA COMPRA SIN APROBACION   *
      * O POR OTRO IMPORTE IGUAL SE FACTURA (LA RED YA LA LIQUIDO),     *
      * PERO SE INFORMA PARA RECLAMARLA.                                *
      *----------------------------------------------------------------*
       2300-BUSCAR-AUTORIZACION.

           SET WS-AUT-NO-ENCONTRADA TO TRUE.

           IF WS-CANT-AUTS > 0 AND CLR-COD-AUTORIZACION NOT = SPACES
              SET WS-IX-AUT TO 1
              SEARCH WS-AUT-ITEM
                 WHEN WS-AUT-NRO-TARJ(WS-IX-AUT) = CLR-NRO-TARJ
                  AND WS-AUT-COD-AUTORIZACION(WS-IX-AUT)
                      = CLR-COD-AUTORIZACION
                  AND WS-AUT-FECHA(WS-IX-AUT) = CLR-FECHA-CONSUMO
                  AND WS-AUT-LIBRE(WS-IX-AUT)
                      SET WS-AUT-ENCONTRADA TO TRUE
              END-SEARCH
           END-IF.

           IF WS-CANT-AUTS > 0 AND WS-AUT-NO-ENCONTRADA
              SET WS-IX-AUT TO 1
              SEARCH WS-AUT-ITEM
                 WHEN WS-AUT-NRO-TARJ(WS-IX-AUT) = CLR-NRO-TARJ
                  AND WS-AUT-COD-AUTORIZACION(WS-IX-AUT) = SPACES
                  AND WS-AUT-MONEDA(WS-IX-AUT) = CLR-MONEDA
                  AND WS-AUT-IMPORTE(WS-IX-AUT) = CLR-IMPORTE
                  AND WS-AUT-LIBRE(WS-IX-AUT)
                      SET WS-AUT-ENCONTRADA TO TRUE
              END-SEARCH
           END-IF.

           EVALUATE TRUE
               WHEN WS-AUT-NO-ENCONTRADA
                    ADD 1 TO WS-CANT-SIN-AUTORIZACION
                    MOVE 'SIN APROBACION EN EL JOURNAL'
                      TO OBS-TEXTO
                    PERFORM 2350-INFORMAR-OBSERVACION
                       THRU 2350-INFORMAR-OBSERVACION-FIN
               WHEN WS-AUT-MONEDA(WS-IX-AUT) NOT = CLR-MONEDA
                 OR WS-AUT-IMPORTE(WS-IX-AUT) NOT = CLR-IMPORTE
                    SET WS-AUT-USADA(WS-IX-AUT) TO TRUE
                    ADD 1 TO WS-CANT-AUT-CONCILIADAS
                    ADD 1 TO WS-CANT-IMPORTE-DIFIERE
                    MOVE 'IMPORTE DISTINTO DEL AUTORIZADO'
                      TO OBS-TEXTO
                    PERFORM 2350-INFORMAR-OBSERVACION
                       THRU 2350-INFORMAR-OBSERVACION-FIN
               WHEN OTHER
                    SET WS-AUT-USADA(WS-IX-AUT) TO TRUE
                    ADD 1 TO WS-CANT-AUT-CONCILIADAS
           END-EVALUATE.

       2300-BUSCAR-AUTORIZACION-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2350-INFORMAR-OBSERVACION.

           MOVE CLR-NRO-TARJ         TO OBS-NRO-TARJ.
           MOVE CLR-FECHA-CONSUMO-N  TO OBS-FECHA.
           MOVE CLR-MONEDA           TO OBS-MONEDA.
           MOVE CLR-IMPORTE          TO OBS-IMPORTE.
           MOVE CLR-COD-AUTORIZACION TO OBS-COD-AUT.
           MOVE CLR-ID-COMERCIO      TO OBS-ID-COMERCIO.

           MOVE LINEA-OBSERVACION TO LINEA-REPORTE-INTERC.
           PERFORM 3290-GRABAR-REPORTE
              THRU 3290-GRABAR-REPORTE-FIN.

       2350-INFORMAR-OBSERVACION-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2700-GRABAR-MOV-FEED.

           MOVE WS-MOV-SALIDA TO REG-MOV-RED.
           WRITE REG-MOV-RED.

           IF FS-SALIDA-OK
              ADD 1 TO WS-CANT-MOV-GRABADOS
              ADD CLR-IMPORTE TO WS-HASH-SALIDA
           ELSE
              DISPLAY 'ERROR AL GRABAR CONSUMOS-RED.SEQ'
              DISPLAY 'FILE STATUS: ' FS-SALIDA
           END-IF.

       2700-GRABAR-MOV-FEED-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2900-GRABAR-RECHAZO.

           WRITE REG-RECHAZOS.

           EVALUATE FS-RECHAZOS
               WHEN '00'
                    ADD 1 TO WS-CANT-CLR-RECHAZADOS
               WHEN OTHER
                    DISPLAY 'ERROR AL GRABAR EL ARCHIVO DE RECHAZOS'
                    DISPLAY 'FILE STATUS: ' FS-RECHAZOS
           END-EVALUATE.

       2900-GRABAR-RECHAZO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3000-CERRAR-ARCHIVOS.

           IF WS-CLEARING-ACEPTADO
              CLOSE CLEARING-RED
              IF NOT FS-CLEARING-OK
                 DISPLAY 'ERROR AL CERRAR CLEARING-RED.SEQ: '
                         FS-CLEARING
              END-IF
           END-IF.

           IF FS-SALIDA-OK
              PERFORM 1650-GRABAR-TRAILER
                 THRU 1650-GRABAR-TRAILER-FIN
           END-IF.

           CLOSE SALIDA-RED.
           IF NOT FS-SALIDA-OK
              DISPLAY 'ERROR AL CERRAR CONSUMOS-RED.SEQ: '
                      FS-SALIDA
           END-IF.

           CLOSE RECHAZOS.
           IF NOT FS-RECHAZOS-OK
              DISPLAY 'ERROR AL CERRAR EL ARCHIVO DE RECHAZOS: '
                      FS-RECHAZOS
           END-IF.

       3000-CERRAR-ARCHIVOS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 3100-GRABAR-ASIENTOS-GL : EXTRACTO CONTABLE DEL INTERCAMBIO,    *
      * POR MONEDA: EL INTERCAMBIO A COBRAR VA AL HABER DE INTERCAMBIO  *
      * RED Y AL DEBE DE LA CUENTA CON LA RED; EL INTERCAMBIO A PAGAR,  *
      * AL REVES. SIN CLEARING EL EXTRACTO QUEDA VACIO.                 *
      *----------------------------------------------------------------*
       3100-GRABAR-ASIENTOS-GL.

           MOVE WS-CURRENT-YEAR  TO GL-FEC-ANIO.
           MOVE WS-CURRENT-MONTH TO GL-FEC-MES.
           MOVE WS-CURRENT-DAY   TO GL-FEC-DIA.

           OPEN OUTPUT ASIENTOS-GL.

           IF NOT FS-ASIENTOS-OK
              DISPLAY 'ERROR AL ABRIR EL EXTRACTO CONTABLE DE '
                      'INTERCAMBIO'
              DISPLAY 'FILE STATUS: ' FS-ASIENTOS
           ELSE
              PERFORM 3110-ASIENTOS-X-MONEDA
                 THRU 3110-ASIENTOS-X-MONEDA-FIN
                 VARYING WS-IX-MON FROM 1 BY 1
                    UNTIL WS-IX-MON > WS-CANT-MONEDAS

              CLOSE ASIENTOS-GL
              IF NOT FS-ASIENTOS-OK
                 DISPLAY 'ERROR AL CERRAR EL EXTRACTO CONTABLE DE '
                         'INTERCAMBIO: ' FS-ASIENTOS
              END-IF
           END-IF.

       3100-GRABAR-ASIENTOS-GL-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3110-ASIENTOS-X-MONEDA.

           IF WS-MON-INTERC-COBRAR(WS-IX-MON) NOT = 0
              OR WS-MON-INTERC-PAGAR(WS-IX-MON) NOT = 0
              MOVE WS-MON-CODIGO(WS-IX-MON) TO GL-MONEDA

              MOVE 'INTERCAMBIO RED' TO GL-CONCEPTO
              MOVE WS-MON-INTERC-PAGAR(WS-IX-MON)  TO GL-DEBE
              MOVE WS-MON-INTERC-COBRAR(WS-IX-MON) TO GL-HABER
              PERFORM 3120-GRABAR-ASIENTO
                 THRU 3120-GRABAR-ASIENTO-FIN

              MOVE 'CONTRAPARTIDA RED' TO GL-CONCEPTO
              MOVE WS-MON-INTERC-COBRAR(WS-IX-MON) TO GL-DEBE
              MOVE WS-MON-INTERC-PAGAR(WS-IX-MON)  TO GL-HABER
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
                      'INTERCAMBIO'
              DISPLAY 'FILE STATUS: ' FS-ASIENTOS
           END-IF.

       3120-GRABAR-ASIENTO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * 3200-TOTALES-REPORTE : CIERRA EL REPORTE CON LO PRESENTADO Y EL *
      * INTERCAMBIO POR MONEDA (NETO POSITIVO = LA RED LE DEBE A LA     *
      * ENTIDAD) Y LAS CANTIDADES DE LA CORRIDA.                        *
      *----------------------------------------------------------------*
       3200-TOTALES-REPORTE.

           IF FS-REPORTE-OK
              MOVE LINEA-SEPARADOR TO LINEA-REPORTE-INTERC
              PERFORM 3290-GRABAR-REPORTE
                 THRU 3290-GRABAR-REPORTE-FIN

              MOVE 'INTERCAMBIO CON LA RED POR MONEDA' TO SUB-TEXTO
              MOVE LINEA-SUBTITULO TO LINEA-REPORTE-INTERC
              PERFORM 3290-GRABAR-REPORTE
                 THRU 3290-GRABAR-REPORTE-FIN

              MOVE ENCABEZADO-MONEDA TO LINEA-REPORTE-INTERC
              PERFORM 3290-GRABAR-REPORTE
                 THRU 3290-GRABAR-REPORTE-FIN

              PERFORM 3210-LINEA-MONEDA
                 THRU 3210-LINEA-MONEDA-FIN
                 VARYING WS-IX-MON FROM 1 BY 1
                    UNTIL WS-IX-MON > WS-CANT-MONEDAS

              MOVE LINEA-SEPARADOR TO LINEA-REPORTE-INTERC
              PERFORM 3290-GRABAR-REPORTE
                 THRU 3290-GRABAR-REPORTE-FIN

              MOVE 'PRESENTACIONES LEIDAS' TO LTI-ETIQUETA
              MOVE WS-CANT-CLR-LEIDOS TO LTI-CANT
              PERFORM 3220-LINEA-TOTAL
                 THRU 3220-LINEA-TOTAL-FIN
              MOVE 'PRESENTACIONES RECHAZADAS' TO LTI-ETIQUETA
              MOVE WS-CANT-CLR-RECHAZADOS TO LTI-CANT
              PERFORM 3220-LINEA-TOTAL
                 THRU 3220-LINEA-TOTAL-FIN
              MOVE 'COMPRAS CON SU APROBACION' TO LTI-ETIQUETA
              MOVE WS-CANT-AUT-CONCILIADAS TO LTI-CANT
              PERFORM 3220-LINEA-TOTAL
                 THRU 3220-LINEA-TOTAL-FIN
              MOVE 'COMPRAS SIN APROBACION' TO LTI-ETIQUETA
              MOVE WS-CANT-SIN-AUTORIZACION TO LTI-CANT
              PERFORM 3220-LINEA-TOTAL
                 THRU 3220-LINEA-TOTAL-FIN
              MOVE 'COMPRAS CON IMPORTE DISTINTO' TO LTI-ETIQUETA
              MOVE WS-CANT-IMPORTE-DIFIERE TO LTI-CANT
              PERFORM 3220-LINEA-TOTAL
                 THRU 3220-LINEA-TOTAL-FIN

              CLOSE REPORTE-INTERCAMBIO
              IF NOT FS-REPORTE-OK
                 DISPLAY 'ERROR AL CERRAR EL REPORTE DE INTERCAMBIO: '
                         FS-REPORTE
              END-IF
           END-IF.

       3200-TOTALES-REPORTE-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3210-LINEA-MONEDA.

           IF WS-MON-CANT-PRESENT(WS-IX-MON) > 0
              COMPUTE WS-NETO-INTERCAMBIO =
                      WS-MON-INTERC-COBRAR(WS-IX-MON)
                      - WS-MON-INTERC-PAGAR(WS-IX-MON)
              MOVE WS-MON-CODIGO(WS-IX-MON)        TO LMO-MONEDA
              MOVE WS-MON-CANT-PRESENT(WS-IX-MON)  TO LMO-CANT
              MOVE WS-MON-COMPRAS(WS-IX-MON)       TO LMO-COMPRAS
              MOVE WS-MON-DEVOLUCIONES(WS-IX-MON)  TO LMO-DEVOLUCIONES
              MOVE WS-MON-INTERC-COBRAR(WS-IX-MON) TO LMO-COBRAR
              MOVE WS-MON-INTERC-PAGAR(WS-IX-MON)  TO LMO-PAGAR
              MOVE WS-NETO-INTERCAMBIO             TO LMO-NETO
              MOVE LINEA-MONEDA TO LINEA-REPORTE-INTERC
              PERFORM 3290-GRABAR-REPORTE
                 THRU 3290-GRABAR-REPORTE-FIN
           END-IF.

       3210-LINEA-MONEDA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3220-LINEA-TOTAL.

           MOVE LINEA-TOTAL-INTERC TO LINEA-REPORTE-INTERC.
           PERFORM 3290-GRABAR-REPORTE
              THRU 3290-GRABAR-REPORTE-FIN.

       3220-LINEA-TOTAL-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3290-GRABAR-REPORTE.

           WRITE REG-REPORTE-INTERC.

           IF NOT FS-REPORTE-OK
              DISPLAY 'ERROR AL GRABAR EL REPORTE DE INTERCAMBIO'
              DISPLAY 'FILE STATUS: ' FS-REPORTE
           END-IF.

       3290-GRABAR-REPORTE-FIN.
           EXIT.
      *----------------------------------------------------------------*
       4000-TOTALES-ARCHIVO.

           DISPLAY '--------------------------------------'.
           DISPLAY 'APROBACIONES DEL JOURNAL   : '
                   WS-CANT-AUTS-CARGADAS.
           DISPLAY 'PRESENTACIONES LEIDAS      : '
                   WS-CANT-CLR-LEIDOS.
           DISPLAY 'PRESENTACIONES RECHAZADAS  : '
                   WS-CANT-CLR-RECHAZADOS.
           DISPLAY 'COMPRAS                    : '
                   WS-CANT-COMPRAS.
           DISPLAY 'DEVOLUCIONES               : '
                   WS-CANT-DEVOLUCIONES.
           DISPLAY 'COMPRAS CON APROBACION     : '
                   WS-CANT-AUT-CONCILIADAS.
           DISPLAY 'COMPRAS SIN APROBACION     : '
                   WS-CANT-SIN-AUTORIZACION.
           DISPLAY 'CON IMPORTE DISTINTO       : '
                   WS-CANT-IMPORTE-DIFIERE.
           DISPLAY 'SIN CATEGORIA POR MCC      : '
                   WS-CANT-SIN-CATEGORIA.
           DISPLAY 'MOVIMIENTOS AL FEED        : '
                   WS-CANT-MOV-GRABADOS.
           DISPLAY 'EXTRACTO INTERCAMBIO DEBE  : ' WS-GL-TOTAL-DEBE.
           DISPLAY 'EXTRACTO INTERCAMBIO HABER : ' WS-GL-TOTAL-HABER.
           DISPLAY '--------------------------------------'.
           DISPLAY '          FIN DEL PROGRAMA            '.
           DISPLAY '--------------------------------------'.

       4000-TOTALES-ARCHIVO-EXIT.
           EXIT.
      *----------------------------------------------------------------*

       END PROGRAM COMPENSA.
