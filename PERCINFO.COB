      *----------------------------------------------------------------*
      *Author:  GABRIELA RODRIGUEZ                                     *
      *         CLAUDIA SANTILLAN                                      *
      *         GABY OSELLA                                            *
      *         GUILLERMO RODRIGUEZ                                    *
      *         EDDISON MORA GOMEZ
      * Date: 15/10/2026
      * Purpose: INFORME DE PERCEPCIONES IMPOSITIVAS AL FISCO:
      *          RECORRE LAS PERCEPCIONES DEL PERIODO EN
      *          PERCEPCIONES.SEQ (LAS QUE TP02EJ01 COBRA SOBRE LOS
      *          CONSUMOS EN MONEDA EXTRANJERA), LAS AGRUPA POR
      *          TITULAR (CUENTA) E IMPUESTO CON LOS DATOS DEL
      *          TITULAR DE CLIENTES.VSAM, Y GENERA EL ARCHIVO DE
      *          PRESENTACION AL FISCO MAS UN LISTADO DE CONTROL CON
      *          LO PERCIBIDO, LO REINTEGRADO Y EL NETO POR TITULAR.
      * Tectonics: cobc
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.

       PROGRAM-ID. PERCINFO.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *----------------------------------------------------------------*
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.
      *----------------------------------------------------------------*
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT PERCEPCIONES
           ASSIGN TO '../PERCEPCIONES.SEQ'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PERCEPCIONES.

       SELECT FILTRO-PERCEPCION
           ASSIGN TO '../PERCINFO-FILTRO.SEQ'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-FILTRO.

       SELECT INFORME-FISCO
           ASSIGN TO '../PERCEPCIONES-FISCO.SEQ'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-FISCO.

       SELECT REPORTE-PERCEPCIONES
           ASSIGN TO '../PERCEPCIONES-REPORTE.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-REPORTE.

       SELECT CLASIFICACION
           ASSIGN TO 'SORTWK'.

       DATA DIVISION.

       FILE SECTION.

       COPY "PERCMOV.CPY".
       COPY "FILTPERC.CPY".
       COPY "PERCFISC.CPY".
       COPY "PERCREPO.CPY".

       SD  CLASIFICACION.
       01  REG-CLAS-PERC.
           05  CLAS-CUENTA                    PIC 9(10).
           05  CLAS-CODIGO                    PIC X(03).
           05  CLAS-TIPO                      PIC X(01).
           05  CLAS-BASE-PESOS                PIC 9(10)V9(02).
           05  CLAS-IMPORTE                   PIC 9(08)V9(02).

       WORKING-STORAGE SECTION.

       01 FS-STATUS.
          05 FS-PERCEPCIONES               PIC X(2).
             88 FS-PERCEPCIONES-OK             VALUE '00'.
             88 FS-PERCEPCIONES-EOF            VALUE '10'.
             88 FS-PERCEPCIONES-NFD            VALUE '35'.

          05 FS-FILTRO                     PIC X(2).
             88 FS-FILTRO-OK                   VALUE '00'.
             88 FS-FILTRO-EOF                  VALUE '10'.
             88 FS-FILTRO-NFD                  VALUE '35'.

          05 FS-FISCO                      PIC X(2).
             88 FS-FISCO-OK                    VALUE '00'.
             88 FS-FISCO-EOF                   VALUE '10'.
             88 FS-FISCO-NFD                   VALUE '35'.

          05 FS-REPORTE                    PIC X(2).
             88 FS-REPORTE-OK                  VALUE '00'.
             88 FS-REPORTE-EOF                 VALUE '10'.
             88 FS-REPORTE-NFD                 VALUE '35'.

       01 WS-PERCEPCIONES-EOF                PIC X(1).
          88 WS-PERCEPCIONES-EOF-YES         VALUE 'Y'.
          88 WS-PERCEPCIONES-EOF-NO          VALUE 'N'.

       01 WS-SALIDA-EOF                      PIC X(1).
          88 WS-SALIDA-EOF-YES               VALUE 'Y'.
          88 WS-SALIDA-EOF-NO                VALUE 'N'.

       01 WS-CONTADORES.
          05 WS-CANT-PERC-LEIDAS            PIC 9(8).
          05 WS-CANT-PERC-LIBERADAS         PIC 9(8).
          05 WS-CANT-TITULARES              PIC 9(8).
          05 WS-CANT-LINEAS-FISCO           PIC 9(8).
          05 WS-CANT-SIN-CLIENTE            PIC 9(8).

      * PERIODO AAAAMM A INFORMAR, DE PERCINFO-FILTRO.SEQ O, SIN
      * FILTRO, EL DE LA FECHA DEL SISTEMA.
       01 WS-PERIODO-INF                     PIC X(06).

      * CLAVE DE CORTE DE CONTROL (TITULAR + IMPUESTO) Y ACUMULADORES
      * DEL IMPUESTO Y DEL TITULAR EN CURSO.
       01 WS-INF-CLAVE-ACTUAL.
          05 WS-INF-ACT-CUENTA              PIC 9(10).
          05 WS-INF-ACT-CODIGO              PIC X(03).

       01 WS-INF-CLAVE-ANTERIOR.
          05 WS-INF-ANT-CUENTA              PIC 9(10).
          05 WS-INF-ANT-CODIGO              PIC X(03).

       77 WS-ACU-BASE                        PIC S9(11)V9(02).
       77 WS-ACU-PERCIBIDO                   PIC 9(11)V9(02).
       77 WS-ACU-REINTEGRADO                 PIC 9(11)V9(02).
       77 WS-IMPORTE-NETO                    PIC S9(11)V9(02).
       77 WS-TIT-NETO                        PIC S9(11)V9(02).
       77 WS-TOTAL-NETO                      PIC S9(13)V9(02).

      * ESTRUCTURA PARA LA RUTINA CLIEMAES DE LECTURA DEL MAESTRO DE
      * CLIENTES POR CUENTA.
       01 WS-VALIDA-CLIENTE.
          COPY "CLIENTIO.CPY".

      ******* LINEAS DEL LISTADO DE PERCEPCIONES ***********************
       01 TITULO-PERCEPCIONES.
          05 FILLER            PIC X(44) VALUE
             'INFORME DE PERCEPCIONES AL FISCO - PERIODO '.
          05 TIT-PERIODO       PIC X(06).

       01 LINEA-SEPARADOR.
          05 FILLER            PIC X(128) VALUE ALL '-'.

       01 LINEA-TITULAR-PERC.
          05 FILLER            PIC X(08) VALUE 'CUENTA: '.
          05 REP-CUENTA        PIC 9(10).
          05 FILLER            PIC X(01) VALUE SPACE.
          05 REP-APELLIDO      PIC X(20).
          05 FILLER            PIC X(01) VALUE SPACE.
          05 REP-NOMBRE        PIC X(20).
          05 FILLER            PIC X(01) VALUE SPACE.
          05 REP-DIRECCION     PIC X(40).
          05 FILLER            PIC X(01) VALUE SPACE.
          05 REP-COD-POSTAL    PIC 9(04).

       01 LINEA-IMPUESTO-PERC.
          05 FILLER            PIC X(04) VALUE SPACES.
          05 FILLER            PIC X(10) VALUE 'IMPUESTO: '.
          05 REP-CODIGO        PIC X(03).
          05 FILLER            PIC X(06) VALUE ' BASE '.
          05 REP-BASE          PIC ZZZ.ZZZ.ZZ9,99-.
          05 FILLER            PIC X(11) VALUE ' PERCIBIDO '.
          05 REP-PERCIBIDO     PIC ZZZ.ZZZ.ZZ9,99.
          05 FILLER            PIC X(13) VALUE ' REINTEGRADO '.
          05 REP-REINTEGRADO   PIC ZZZ.ZZZ.ZZ9,99.
          05 FILLER            PIC X(06) VALUE ' NETO '.
          05 REP-NETO          PIC ZZZ.ZZZ.ZZ9,99-.

       01 LINEA-TOTAL-TITULAR.
          05 FILLER            PIC X(04) VALUE SPACES.
          05 FILLER            PIC X(29) VALUE
             'TOTAL NETO PERCIBIDO TITULAR '.
          05 REP-TIT-NETO      PIC ZZZ.ZZZ.ZZ9,99-.

       01 LINEA-TOTAL-PERC.
          05 FILLER            PIC X(22) VALUE
             'TITULARES INFORMADOS: '.
          05 TOT-TITULARES     PIC ZZZZZZZ9.
          05 FILLER            PIC X(24) VALUE
             '   TOTAL NETO PERCIBIDO '.
          05 TOT-NETO          PIC Z.ZZZ.ZZZ.ZZ9,99-.
      ******************************************************************

       01  WS-CURRENT-DATE-FIELDS.
           05  WS-CURRENT-DATE.
            10  WS-CURRENT-YEAR    PIC  9(4).
            10  WS-CURRENT-MONTH   PIC  9(2).
            10  WS-CURRENT-DAY     PIC  9(2).
           05  FILLER              PIC  X(13).

       01 WS-PERIODO-HOY.
          05 WS-PER-HOY-ANIO                 PIC 9(04).
          05 WS-PER-HOY-MES                  PIC 9(02).

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

           PERFORM 1000-INICIAR-PROGRAMA
              THRU 1000-INICIAR-PROGRAMA-EXIT.

           SORT CLASIFICACION
                ON ASCENDING KEY CLAS-CUENTA
                                 CLAS-CODIGO
                INPUT PROCEDURE IS 2000-SELECCIONAR-PERCEPCIONES
                                THRU 2000-SELECCIONAR-PERCEPCIONES-FIN
                OUTPUT PROCEDURE IS 3000-INFORMAR-TITULARES
                                THRU 3000-INFORMAR-TITULARES-FIN.

           PERFORM 4000-TOTALES-ARCHIVO
              THRU 4000-TOTALES-ARCHIVO-EXIT.

           STOP RUN.
      *----------------------------------------------------------------*
       1000-INICIAR-PROGRAMA.

           INITIALIZE WS-CONTADORES.
           MOVE 0 TO WS-TOTAL-NETO.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.

           PERFORM 1100-LEER-FILTRO
              THRU 1100-LEER-FILTRO-FIN.

           OPEN INPUT PERCEPCIONES.

           EVALUATE TRUE
               WHEN FS-PERCEPCIONES-OK
                    PERFORM 1500-LEER-PERCEPCION
                       THRU 1500-LEER-PERCEPCION-EXIT
               WHEN FS-PERCEPCIONES-NFD
                    SET WS-PERCEPCIONES-EOF-YES TO TRUE
                    DISPLAY 'NO SE ENCUENTRA EL REGISTRO DE '
                            'PERCEPCIONES'
                    DISPLAY 'FILE STATUS: ' FS-PERCEPCIONES
               WHEN OTHER
                    SET WS-PERCEPCIONES-EOF-YES TO TRUE
                    DISPLAY 'ERROR AL ABRIR EL REGISTRO DE '
                            'PERCEPCIONES'
                    DISPLAY 'FILE STATUS: ' FS-PERCEPCIONES
           END-EVALUATE.

       1000-INICIAR-PROGRAMA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 1100-LEER-FILTRO : TOMA EL PERIODO A INFORMAR DE LA PRIMERA     *
      * LINEA DE PERCINFO-FILTRO.SEQ. SIN ARCHIVO O EN BLANCO SE        *
      * INFORMA EL PERIODO DE LA FECHA DEL SISTEMA.                     *
      *----------------------------------------------------------------*
       1100-LEER-FILTRO.

           MOVE WS-CURRENT-YEAR  TO WS-PER-HOY-ANIO.
           MOVE WS-CURRENT-MONTH TO WS-PER-HOY-MES.
           MOVE WS-PERIODO-HOY   TO WS-PERIODO-INF.

           OPEN INPUT FILTRO-PERCEPCION.

           EVALUATE TRUE
               WHEN FS-FILTRO-OK
                    READ FILTRO-PERCEPCION
                      AT END
                         CONTINUE
                      NOT AT END
                         IF FIL-PERIODO NOT = SPACES
                            MOVE FIL-PERIODO TO WS-PERIODO-INF
                         END-IF
                    END-READ
                    CLOSE FILTRO-PERCEPCION
               WHEN FS-FILTRO-NFD
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR EL FILTRO, SE INFORMA EL '
                            'PERIODO ACTUAL'
                    DISPLAY 'FILE STATUS: ' FS-FILTRO
           END-EVALUATE.

       1100-LEER-FILTRO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1500-LEER-PERCEPCION.

           READ PERCEPCIONES
             AT END
                SET WS-PERCEPCIONES-EOF-YES  TO TRUE
             NOT AT END
                SET WS-PERCEPCIONES-EOF-NO   TO TRUE
                ADD 1 TO WS-CANT-PERC-LEIDAS
           END-READ.

           EVALUATE FS-PERCEPCIONES
               WHEN '00'
                    CONTINUE
               WHEN '10'
                    CONTINUE
               WHEN OTHER
                    SET WS-PERCEPCIONES-EOF-YES    TO TRUE
                    DISPLAY 'ERROR AL LEER EL REGISTRO DE PERCEPCIONES'
                    DISPLAY 'FILE STATUS: ' FS-PERCEPCIONES
           END-EVALUATE.

       1500-LEER-PERCEPCION-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 2000-SELECCIONAR-PERCEPCIONES : PROCEDIMIENTO DE ENTRADA DEL    *
      * SORT: LIBERA AL CLASIFICADOR LAS PERCEPCIONES Y REINTEGROS DEL  *
      * PERIODO INFORMADO.                                              *
      *----------------------------------------------------------------*
       2000-SELECCIONAR-PERCEPCIONES.

           PERFORM 2100-SELECCIONAR-UNA-PERC
              THRU 2100-SELECCIONAR-UNA-PERC-FIN
             UNTIL WS-PERCEPCIONES-EOF-YES.

       2000-SELECCIONAR-PERCEPCIONES-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2100-SELECCIONAR-UNA-PERC.

           IF PER-PERIODO = WS-PERIODO-INF
              MOVE PER-CUENTA     TO CLAS-CUENTA
              MOVE PER-CODIGO     TO CLAS-CODIGO
              MOVE PER-TIPO       TO CLAS-TIPO
              MOVE PER-BASE-PESOS TO CLAS-BASE-PESOS
              MOVE PER-IMPORTE    TO CLAS-IMPORTE
              RELEASE REG-CLAS-PERC
              ADD 1 TO WS-CANT-PERC-LIBERADAS
           END-IF.

           PERFORM 1500-LEER-PERCEPCION
              THRU 1500-LEER-PERCEPCION-EXIT.

       2100-SELECCIONAR-UNA-PERC-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * 3000-INFORMAR-TITULARES : PROCEDIMIENTO DE SALIDA DEL SORT:     *
      * CORTE DE CONTROL POR TITULAR E IMPUESTO; CADA CORTE DE IMPUESTO *
      * GRABA SU LINEA DEL INFORME AL FISCO Y DEL LISTADO, Y CADA CORTE *
      * DE TITULAR SU TOTAL.                                            *
      *----------------------------------------------------------------*
       3000-INFORMAR-TITULARES.

           SET WS-SALIDA-EOF-NO TO TRUE.
           MOVE LOW-VALUES TO WS-INF-CLAVE-ANTERIOR.
           MOVE 0 TO WS-ACU-BASE.
           MOVE 0 TO WS-ACU-PERCIBIDO.
           MOVE 0 TO WS-ACU-REINTEGRADO.
           MOVE 0 TO WS-TIT-NETO.

           OPEN OUTPUT INFORME-FISCO.
           IF NOT FS-FISCO-OK
              DISPLAY 'ERROR AL ABRIR PERCEPCIONES-FISCO.SEQ'
              DISPLAY 'FILE STATUS: ' FS-FISCO
           END-IF.

           OPEN OUTPUT REPORTE-PERCEPCIONES.
           IF NOT FS-REPORTE-OK
              DISPLAY 'ERROR AL ABRIR PERCEPCIONES-REPORTE.TXT'
              DISPLAY 'FILE STATUS: ' FS-REPORTE
           ELSE
              MOVE WS-PERIODO-INF TO TIT-PERIODO
              MOVE TITULO-PERCEPCIONES TO LINEA-REPORTE-PERC
              PERFORM 3900-GRABAR-REPORTE
                 THRU 3900-GRABAR-REPORTE-FIN
              MOVE LINEA-SEPARADOR TO LINEA-REPORTE-PERC
              PERFORM 3900-GRABAR-REPORTE
                 THRU 3900-GRABAR-REPORTE-FIN
           END-IF.

           PERFORM 3100-RETORNAR-PERCEPCION
              THRU 3100-RETORNAR-PERCEPCION-FIN.

           PERFORM 3200-ACUMULAR-PERCEPCION
              THRU 3200-ACUMULAR-PERCEPCION-FIN
             UNTIL WS-SALIDA-EOF-YES.

           IF WS-INF-CLAVE-ANTERIOR NOT = LOW-VALUES
              PERFORM 3300-CERRAR-IMPUESTO
                 THRU 3300-CERRAR-IMPUESTO-FIN
              PERFORM 3400-CERRAR-TITULAR
                 THRU 3400-CERRAR-TITULAR-FIN
           END-IF.

           MOVE LINEA-SEPARADOR TO LINEA-REPORTE-PERC.
           PERFORM 3900-GRABAR-REPORTE
              THRU 3900-GRABAR-REPORTE-FIN.
           MOVE WS-CANT-TITULARES TO TOT-TITULARES.
           MOVE WS-TOTAL-NETO     TO TOT-NETO.
           MOVE LINEA-TOTAL-PERC TO LINEA-REPORTE-PERC.
           PERFORM 3900-GRABAR-REPORTE
              THRU 3900-GRABAR-REPORTE-FIN.

           CLOSE INFORME-FISCO.
           IF NOT FS-FISCO-OK
              DISPLAY 'ERROR AL CERRAR PERCEPCIONES-FISCO.SEQ: '
                      FS-FISCO
           END-IF.

           CLOSE REPORTE-PERCEPCIONES.
           IF NOT FS-REPORTE-OK
              DISPLAY 'ERROR AL CERRAR PERCEPCIONES-REPORTE.TXT: '
                      FS-REPORTE
           END-IF.

           CLOSE PERCEPCIONES.
           IF NOT FS-PERCEPCIONES-OK
              DISPLAY 'ERROR EN CLOSE DEL REGISTRO DE PERCEPCIONES: '
                      FS-PERCEPCIONES
           END-IF.

       3000-INFORMAR-TITULARES-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3100-RETORNAR-PERCEPCION.

           RETURN CLASIFICACION
             AT END
                SET WS-SALIDA-EOF-YES TO TRUE
             NOT AT END
                SET WS-SALIDA-EOF-NO  TO TRUE
           END-RETURN.

       3100-RETORNAR-PERCEPCION-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3200-ACUMULAR-PERCEPCION.

           MOVE CLAS-CUENTA TO WS-INF-ACT-CUENTA.
           MOVE CLAS-CODIGO TO WS-INF-ACT-CODIGO.

           IF WS-INF-CLAVE-ACTUAL NOT = WS-INF-CLAVE-ANTERIOR
              AND WS-INF-CLAVE-ANTERIOR NOT = LOW-VALUES
              PERFORM 3300-CERRAR-IMPUESTO
                 THRU 3300-CERRAR-IMPUESTO-FIN
              IF WS-INF-ACT-CUENTA NOT = WS-INF-ANT-CUENTA
                 PERFORM 3400-CERRAR-TITULAR
                    THRU 3400-CERRAR-TITULAR-FIN
              END-IF
           END-IF.

           IF WS-INF-CLAVE-ANTERIOR = LOW-VALUES
              OR WS-INF-ACT-CUENTA NOT = WS-INF-ANT-CUENTA
              PERFORM 3250-INICIAR-TITULAR
                 THRU 3250-INICIAR-TITULAR-FIN
           END-IF.

           IF CLAS-TIPO = 'R'
              ADD CLAS-IMPORTE    TO WS-ACU-REINTEGRADO
              SUBTRACT CLAS-BASE-PESOS FROM WS-ACU-BASE
           ELSE
              ADD CLAS-IMPORTE    TO WS-ACU-PERCIBIDO
              ADD CLAS-BASE-PESOS TO WS-ACU-BASE
           END-IF.

           MOVE WS-INF-CLAVE-ACTUAL TO WS-INF-CLAVE-ANTERIOR.

           PERFORM 3100-RETORNAR-PERCEPCION
              THRU 3100-RETORNAR-PERCEPCION-FIN.

       3200-ACUMULAR-PERCEPCION-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * 3250-INICIAR-TITULAR : DATOS DEL TITULAR DE LA CUENTA EN        *
      * CLIENTES.VSAM (VIA CLIEMAES) Y SU LINEA DE ENCABEZADO EN EL     *
      * LISTADO. UNA CUENTA SIN CLIENTE CARGADO SE INFORMA IGUAL, CON   *
      * LOS DATOS EN BLANCO, Y SE CUENTA APARTE PARA SU REGULARIZACION. *
      *----------------------------------------------------------------*
       3250-INICIAR-TITULAR.

           MOVE WS-INF-ACT-CUENTA TO WS-CLI-CUENTA.
           CALL 'CLIEMAES' USING WS-VALIDA-CLIENTE.

           IF WS-CLI-NOMBRE = 'ERROR'
              DISPLAY '*** CUENTA ' WS-INF-ACT-CUENTA ' SIN DATOS EN '
                      'CLIENTES.VSAM: ' WS-CLI-DIRECCION
              ADD 1 TO WS-CANT-SIN-CLIENTE
              MOVE SPACES TO WS-CLI-APELLIDO
              MOVE SPACES TO WS-CLI-NOMBRE
              MOVE SPACES TO WS-CLI-DIRECCION
              MOVE 0      TO WS-CLI-COD-POSTAL
           END-IF.

           MOVE WS-INF-ACT-CUENTA TO REP-CUENTA.
           MOVE WS-CLI-APELLIDO   TO REP-APELLIDO.
           MOVE WS-CLI-NOMBRE     TO REP-NOMBRE.
           MOVE WS-CLI-DIRECCION  TO REP-DIRECCION.
           MOVE WS-CLI-COD-POSTAL TO REP-COD-POSTAL.
           MOVE LINEA-TITULAR-PERC TO LINEA-REPORTE-PERC.
           PERFORM 3900-GRABAR-REPORTE
              THRU 3900-GRABAR-REPORTE-FIN.

       3250-INICIAR-TITULAR-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * 3300-CERRAR-IMPUESTO : CIERRA EL CORTE DEL IMPUESTO DEL         *
      * TITULAR: NETO = PERCIBIDO - REINTEGRADO, Y GRABA SU LINEA DEL   *
      * INFORME AL FISCO Y DEL LISTADO.                                 *
      *----------------------------------------------------------------*
       3300-CERRAR-IMPUESTO.

           COMPUTE WS-IMPORTE-NETO =
                   WS-ACU-PERCIBIDO - WS-ACU-REINTEGRADO.

           MOVE WS-PERIODO-INF     TO FIS-PERIODO.
           MOVE WS-INF-ANT-CUENTA  TO FIS-CUENTA.
           MOVE WS-CLI-APELLIDO    TO FIS-APELLIDO.
           MOVE WS-CLI-NOMBRE      TO FIS-NOMBRE.
           MOVE WS-CLI-DIRECCION   TO FIS-DIRECCION.
           MOVE WS-CLI-COD-POSTAL  TO FIS-COD-POSTAL.
           MOVE WS-INF-ANT-CODIGO  TO FIS-CODIGO.
           MOVE WS-ACU-BASE        TO FIS-BASE-PESOS.
           MOVE WS-ACU-PERCIBIDO   TO FIS-PERCIBIDO.
           MOVE WS-ACU-REINTEGRADO TO FIS-REINTEGRADO.
           MOVE WS-IMPORTE-NETO    TO FIS-NETO.
           WRITE REG-INFORME-FISCO.

           IF NOT FS-FISCO-OK
              DISPLAY 'ERROR AL GRABAR PERCEPCIONES-FISCO.SEQ'
              DISPLAY 'FILE STATUS: ' FS-FISCO
           ELSE
              ADD 1 TO WS-CANT-LINEAS-FISCO
           END-IF.

           MOVE WS-INF-ANT-CODIGO  TO REP-CODIGO.
           MOVE WS-ACU-BASE        TO REP-BASE.
           MOVE WS-ACU-PERCIBIDO   TO REP-PERCIBIDO.
           MOVE WS-ACU-REINTEGRADO TO REP-REINTEGRADO.
           MOVE WS-IMPORTE-NETO    TO REP-NETO.
           MOVE LINEA-IMPUESTO-PERC TO LINEA-REPORTE-PERC.
           PERFORM 3900-GRABAR-REPORTE
              THRU 3900-GRABAR-REPORTE-FIN.

           ADD WS-IMPORTE-NETO TO WS-TIT-NETO.
           ADD WS-IMPORTE-NETO TO WS-TOTAL-NETO.
           MOVE 0 TO WS-ACU-BASE.
           MOVE 0 TO WS-ACU-PERCIBIDO.
           MOVE 0 TO WS-ACU-REINTEGRADO.

       3300-CERRAR-IMPUESTO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3400-CERRAR-TITULAR.

           MOVE WS-TIT-NETO TO REP-TIT-NETO.
           MOVE LINEA-TOTAL-TITULAR TO LINEA-REPORTE-PERC.
           PERFORM 3900-GRABAR-REPORTE
              THRU 3900-GRABAR-REPORTE-FIN.

           ADD 1 TO WS-CANT-TITULARES.
           MOVE 0 TO WS-TIT-NETO.

       3400-CERRAR-TITULAR-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3900-GRABAR-REPORTE.

           WRITE REG-REPORTE-PERC.

           IF NOT FS-REPORTE-OK
              DISPLAY 'ERROR AL GRABAR PERCEPCIONES-REPORTE.TXT'
              DISPLAY 'FILE STATUS: ' FS-REPORTE
           END-IF.

       3900-GRABAR-REPORTE-FIN.
           EXIT.
      *----------------------------------------------------------------*
       4000-TOTALES-ARCHIVO.

           DISPLAY '--------------------------------------'.
           DISPLAY 'PERIODO INFORMADO          : ' WS-PERIODO-INF.
           DISPLAY 'PERCEPCIONES LEIDAS        : '
                   WS-CANT-PERC-LEIDAS.
           DISPLAY 'PERCEPCIONES DEL PERIODO   : '
                   WS-CANT-PERC-LIBERADAS.
           DISPLAY 'TITULARES INFORMADOS       : '
                   WS-CANT-TITULARES.
           DISPLAY 'LINEAS DEL INFORME AL FISCO: '
                   WS-CANT-LINEAS-FISCO.
           DISPLAY 'CUENTAS SIN DATOS CLIENTE  : '
                   WS-CANT-SIN-CLIENTE.
           DISPLAY '--------------------------------------'.
           DISPLAY '          FIN DEL PROGRAMA            '.
           DISPLAY '--------------------------------------'.

       4000-TOTALES-ARCHIVO-EXIT.
           EXIT.
      *----------------------------------------------------------------*

       END PROGRAM PERCINFO.
