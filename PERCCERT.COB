      *----------------------------------------------------------------*
      *Author:  GABRIELA RODRIGUEZ                                     *
      *         CLAUDIA SANTILLAN                                      *
      *         GABY OSELLA                                            *
      *         GUILLERMO RODRIGUEZ                                    *
      *         EDDISON MORA GOMEZ
      * Date: 15/10/2026
      * Purpose: CERTIFICADOS ANUALES DE PERCEPCIONES IMPOSITIVAS:
      *          AL CIERRE DEL ANIO RECORRE PERCEPCIONES.SEQ, SUMA
      *          POR TITULAR (CUENTA) E IMPUESTO LO PERCIBIDO EN LOS
      *          PERIODOS DEL ANIO (NETO DE REINTEGROS) Y EMITE UN
      *          CERTIFICADO POR TITULAR, CON SUS DATOS DE
      *          CLIENTES.VSAM Y LA DESCRIPCION DE CADA IMPUESTO DE
      *          PERCEPCIONES-TASAS.SEQ, PARA QUE EL CLIENTE PUEDA
      *          COMPUTAR LAS PERCEPCIONES ANTE EL FISCO.
      * Tectonics: cobc
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.

       PROGRAM-ID. PERCCERT.
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
           ASSIGN TO '../PERCCERT-FILTRO.SEQ'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-FILTRO.

       SELECT PERCEPCIONES-TASAS
           ASSIGN TO '../PERCEPCIONES-TASAS.SEQ'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PERC-TASAS.

       SELECT CERTIFICADOS
           ASSIGN TO '../PERCEPCIONES-CERTIFICADOS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CERTIFICADOS.

       SELECT CLASIFICACION
           ASSIGN TO 'SORTWK'.

       DATA DIVISION.

       FILE SECTION.

       COPY "PERCMOV.CPY".
       COPY "FILTPERC.CPY".
       COPY "PERCTASA.CPY".
       COPY "PERCCERT.CPY".

       SD  CLASIFICACION.
       01  REG-CLAS-CERT.
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

          05 FS-PERC-TASAS                 PIC X(2).
             88 FS-PERC-TASAS-OK               VALUE '00'.
             88 FS-PERC-TASAS-EOF              VALUE '10'.
             88 FS-PERC-TASAS-NFD              VALUE '35'.

          05 FS-CERTIFICADOS               PIC X(2).
             88 FS-CERTIFICADOS-OK             VALUE '00'.
             88 FS-CERTIFICADOS-EOF            VALUE '10'.
             88 FS-CERTIFICADOS-NFD            VALUE '35'.

       01 WS-PERCEPCIONES-EOF                PIC X(1).
          88 WS-PERCEPCIONES-EOF-YES         VALUE 'Y'.
          88 WS-PERCEPCIONES-EOF-NO          VALUE 'N'.

       01 WS-PERC-TASAS-EOF                  PIC X(1).
          88 WS-PERC-TASAS-EOF-YES           VALUE 'Y'.
          88 WS-PERC-TASAS-EOF-NO            VALUE 'N'.

       01 WS-SALIDA-EOF                      PIC X(1).
          88 WS-SALIDA-EOF-YES               VALUE 'Y'.
          88 WS-SALIDA-EOF-NO                VALUE 'N'.

       01 WS-CONTADORES.
          05 WS-CANT-PERC-LEIDAS            PIC 9(8).
          05 WS-CANT-PERC-LIBERADAS         PIC 9(8).
          05 WS-CANT-CERTIFICADOS           PIC 9(8).
          05 WS-CANT-SIN-CLIENTE            PIC 9(8).

      * ANIO AAAA A CERTIFICAR, DE PERCCERT-FILTRO.SEQ O, SIN FILTRO,
      * EL DE LA FECHA DEL SISTEMA.
       01 WS-ANIO-CERT                       PIC X(04).

      * DESCRIPCIONES DE LOS IMPUESTOS, POR CODIGO (LA PRIMERA QUE
      * APARECE EN PERCEPCIONES-TASAS.SEQ PARA CADA CODIGO).
       01 WS-TABLA-IMPUESTOS.
          05 WS-CANT-IMPUESTOS              PIC 9(03) VALUE 0.
          05 WS-IMP-ITEM OCCURS 1 TO 100 TIMES
                          DEPENDING ON WS-CANT-IMPUESTOS
                          INDEXED BY WS-IX-IMP.
             10 WS-IMP-CODIGO                 PIC X(03).
             10 WS-IMP-DESCRIPCION            PIC X(20).

       01 WS-SW-IMPUESTO                     PIC X(01).
          88 WS-IMPUESTO-HALLADO             VALUE 'S'.
          88 WS-IMPUESTO-NO-HALLADO          VALUE 'N'.

      * CLAVE DE CORTE DE CONTROL (TITULAR + IMPUESTO) Y ACUMULADORES
      * DEL IMPUESTO Y DEL TITULAR EN CURSO.
       01 WS-CER-CLAVE-ACTUAL.
          05 WS-CER-ACT-CUENTA              PIC 9(10).
          05 WS-CER-ACT-CODIGO              PIC X(03).

       01 WS-CER-CLAVE-ANTERIOR.
          05 WS-CER-ANT-CUENTA              PIC 9(10).
          05 WS-CER-ANT-CODIGO              PIC X(03).

       77 WS-ACU-BASE                        PIC S9(11)V9(02).
       77 WS-ACU-NETO                        PIC S9(11)V9(02).
       77 WS-TIT-NETO                        PIC S9(11)V9(02).

      * ESTRUCTURA PARA LA RUTINA CLIEMAES DE LECTURA DEL MAESTRO DE
      * CLIENTES POR CUENTA.
       01 WS-VALIDA-CLIENTE.
          COPY "CLIENTIO.CPY".

      ******* LINEAS DEL CERTIFICADO ***********************************
       01 LINEA-MARCO.
          05 FILLER            PIC X(80) VALUE ALL '='.

       01 LINEA-BLANCO.
          05 FILLER            PIC X(80) VALUE SPACES.

       01 CER-TITULO.
          05 FILLER            PIC X(47) VALUE
             'CERTIFICADO DE PERCEPCIONES IMPOSITIVAS - ANIO '.
          05 CER-TIT-ANIO      PIC X(04).

       01 CER-FECHA-EMISION.
          05 FILLER            PIC X(18) VALUE 'FECHA DE EMISION: '.
          05 CER-FEC-DIA       PIC 9(02).
          05 FILLER            PIC X VALUE '/'.
          05 CER-FEC-MES       PIC 9(02).
          05 FILLER            PIC X VALUE '/'.
          05 CER-FEC-ANIO      PIC 9(04).

       01 CER-LINEA-TITULAR.
          05 FILLER            PIC X(11) VALUE 'TITULAR  : '.
          05 CER-APELLIDO      PIC X(20).
          05 FILLER            PIC X(01) VALUE SPACE.
          05 CER-NOMBRE        PIC X(20).

       01 CER-LINEA-DOMICILIO.
          05 FILLER            PIC X(11) VALUE 'DOMICILIO: '.
          05 CER-DIRECCION     PIC X(40).
          05 FILLER            PIC X(04) VALUE ' CP '.
          05 CER-COD-POSTAL    PIC 9(04).

       01 CER-LINEA-CUENTA.
          05 FILLER            PIC X(11) VALUE 'CUENTA   : '.
          05 CER-CUENTA        PIC 9(10).

       01 CER-TITULO-DETALLE.
          05 FILLER            PIC X(04) VALUE SPACES.
          05 FILLER            PIC X(25) VALUE 'IMPUESTO'.
          05 FILLER            PIC X(18) VALUE '    BASE IMPONIBLE'.
          05 FILLER            PIC X(18) VALUE '         PERCIBIDO'.

       01 CER-LINEA-IMPUESTO.
          05 FILLER            PIC X(04) VALUE SPACES.
          05 CER-CODIGO        PIC X(03).
          05 FILLER            PIC X(01) VALUE SPACE.
          05 CER-DESCRIPCION   PIC X(20).
          05 FILLER            PIC X(01) VALUE SPACE.
          05 CER-BASE          PIC ZZ.ZZZ.ZZZ.ZZ9,99-.
          05 FILLER            PIC X(01) VALUE SPACE.
          05 CER-PERCIBIDO     PIC ZZ.ZZZ.ZZZ.ZZ9,99-.

       01 CER-LINEA-TOTAL.
          05 FILLER            PIC X(04) VALUE SPACES.
          05 FILLER            PIC X(44) VALUE
             'TOTAL PERCIBIDO EN EL ANIO'.
          05 CER-TOTAL         PIC ZZ.ZZZ.ZZZ.ZZ9,99-.

       01 CER-LEYENDA-1.
          05 FILLER            PIC X(70) VALUE
             'IMPORTES EN PESOS, NETOS DE REINTEGROS POR DEVOLUCIONES.'.

       01 CER-LEYENDA-2.
          05 FILLER            PIC X(70) VALUE
             'SE EXTIENDE PARA SU PRESENTACION ANTE EL FISCO.'.
      ******************************************************************

       01  WS-CURRENT-DATE-FIELDS.
           05  WS-CURRENT-DATE.
            10  WS-CURRENT-YEAR    PIC  9(4).
            10  WS-CURRENT-MONTH   PIC  9(2).
            10  WS-CURRENT-DAY     PIC  9(2).
           05  FILLER              PIC  X(13).

       01 WS-ANIO-HOY                        PIC 9(04).

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

           PERFORM 1000-INICIAR-PROGRAMA
              THRU 1000-INICIAR-PROGRAMA-EXIT.

           SORT CLASIFICACION
                ON ASCENDING KEY CLAS-CUENTA
                                 CLAS-CODIGO
                INPUT PROCEDURE IS 2000-SELECCIONAR-PERCEPCIONES
                                THRU 2000-SELECCIONAR-PERCEPCIONES-FIN
                OUTPUT PROCEDURE IS 3000-EMITIR-CERTIFICADOS
                                THRU 3000-EMITIR-CERTIFICADOS-FIN.

           PERFORM 4000-TOTALES-ARCHIVO
              THRU 4000-TOTALES-ARCHIVO-EXIT.

           STOP RUN.
      *----------------------------------------------------------------*
       1000-INICIAR-PROGRAMA.

           INITIALIZE WS-CONTADORES.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.

           PERFORM 1100-LEER-FILTRO
              THRU 1100-LEER-FILTRO-FIN.

           PERFORM 1200-CARGAR-IMPUESTOS
              THRU 1200-CARGAR-IMPUESTOS-FIN.

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
      * 1100-LEER-FILTRO : TOMA EL ANIO A CERTIFICAR DE LA PRIMERA      *
      * LINEA DE PERCCERT-FILTRO.SEQ (LAS CUATRO PRIMERAS POSICIONES).  *
      * SIN ARCHIVO O EN BLANCO SE CERTIFICA EL ANIO DE LA FECHA DEL    *
      * SISTEMA.                                                        *
      *----------------------------------------------------------------*
       1100-LEER-FILTRO.

           MOVE WS-CURRENT-YEAR TO WS-ANIO-HOY.
           MOVE WS-ANIO-HOY     TO WS-ANIO-CERT.

           OPEN INPUT FILTRO-PERCEPCION.

           EVALUATE TRUE
               WHEN FS-FILTRO-OK
                    READ FILTRO-PERCEPCION
                      AT END
                         CONTINUE
                      NOT AT END
                         IF FIL-ANIO NOT = SPACES
                            MOVE FIL-ANIO TO WS-ANIO-CERT
                         END-IF
                    END-READ
                    CLOSE FILTRO-PERCEPCION
               WHEN FS-FILTRO-NFD
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR EL FILTRO, SE CERTIFICA EL '
                            'ANIO ACTUAL'
                    DISPLAY 'FILE STATUS: ' FS-FILTRO
           END-EVALUATE.

       1100-LEER-FILTRO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * 1200-CARGAR-IMPUESTOS : DESCRIPCION DE CADA CODIGO DE IMPUESTO  *
      * DE PERCEPCIONES-TASAS.SEQ. SIN ARCHIVO EL CERTIFICADO SALE SOLO *
      * CON EL CODIGO.                                                  *
      *----------------------------------------------------------------*
       1200-CARGAR-IMPUESTOS.

           MOVE 0 TO WS-CANT-IMPUESTOS.
           SET WS-PERC-TASAS-EOF-NO TO TRUE.

           OPEN INPUT PERCEPCIONES-TASAS.

           EVALUATE TRUE
               WHEN FS-PERC-TASAS-OK
                    PERFORM 1210-LEER-TASA
                       THRU 1210-LEER-TASA-FIN
                    PERFORM 1220-CARGAR-UN-IMPUESTO
                       THRU 1220-CARGAR-UN-IMPUESTO-FIN
                      UNTIL WS-PERC-TASAS-EOF-YES
                    CLOSE PERCEPCIONES-TASAS
               WHEN FS-PERC-TASAS-NFD
                    DISPLAY 'SIN PERCEPCIONES-TASAS.SEQ, LOS '
                            'CERTIFICADOS SALEN SIN DESCRIPCION'
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR PERCEPCIONES-TASAS.SEQ'
                    DISPLAY 'FILE STATUS: ' FS-PERC-TASAS
           END-EVALUATE.

       1200-CARGAR-IMPUESTOS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1210-LEER-TASA.

           READ PERCEPCIONES-TASAS
             AT END
                SET WS-PERC-TASAS-EOF-YES     TO TRUE
             NOT AT END
                SET WS-PERC-TASAS-EOF-NO      TO TRUE
           END-READ.

       1210-LEER-TASA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1220-CARGAR-UN-IMPUESTO.

           SET WS-IMPUESTO-NO-HALLADO TO TRUE.
           IF WS-CANT-IMPUESTOS > 0
              SET WS-IX-IMP TO 1
              SEARCH WS-IMP-ITEM
                 WHEN WS-IMP-CODIGO(WS-IX-IMP) = PTA-CODIGO
                      SET WS-IMPUESTO-HALLADO TO TRUE
              END-SEARCH
           END-IF.

           IF WS-IMPUESTO-NO-HALLADO AND WS-CANT-IMPUESTOS < 100
              ADD 1 TO WS-CANT-IMPUESTOS
              MOVE PTA-CODIGO
                TO WS-IMP-CODIGO(WS-CANT-IMPUESTOS)
              MOVE PTA-DESCRIPCION
                TO WS-IMP-DESCRIPCION(WS-CANT-IMPUESTOS)
           END-IF.

           PERFORM 1210-LEER-TASA
              THRU 1210-LEER-TASA-FIN.

       1220-CARGAR-UN-IMPUESTO-FIN.
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
      * SORT: LIBERA AL CLASIFICADOR LAS PERCEPCIONES Y REINTEGROS DE   *
      * LOS PERIODOS DEL ANIO CERTIFICADO.                              *
      *----------------------------------------------------------------*
       2000-SELECCIONAR-PERCEPCIONES.

           PERFORM 2100-SELECCIONAR-UNA-PERC
              THRU 2100-SELECCIONAR-UNA-PERC-FIN
             UNTIL WS-PERCEPCIONES-EOF-YES.

       2000-SELECCIONAR-PERCEPCIONES-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2100-SELECCIONAR-UNA-PERC.

           IF PER-PER-ANIO = WS-ANIO-CERT
              MOVE PER-CUENTA     TO CLAS-CUENTA
              MOVE PER-CODIGO     TO CLAS-CODIGO
              MOVE PER-TIPO       TO CLAS-TIPO
              MOVE PER-BASE-PESOS TO CLAS-BASE-PESOS
              MOVE PER-IMPORTE    TO CLAS-IMPORTE
              RELEASE REG-CLAS-CERT
              ADD 1 TO WS-CANT-PERC-LIBERADAS
           END-IF.

           PERFORM 1500-LEER-PERCEPCION
              THRU 1500-LEER-PERCEPCION-EXIT.

       2100-SELECCIONAR-UNA-PERC-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * 3000-EMITIR-CERTIFICADOS : PROCEDIMIENTO DE SALIDA DEL SORT:    *
      * CORTE DE CONTROL POR TITULAR E IMPUESTO. CADA TITULAR NUEVO     *
      * ABRE SU CERTIFICADO, CADA CORTE DE IMPUESTO IMPRIME SU LINEA Y  *
      * EL CORTE DE TITULAR CIERRA EL CERTIFICADO CON EL TOTAL.         *
      *----------------------------------------------------------------*
       3000-EMITIR-CERTIFICADOS.

           SET WS-SALIDA-EOF-NO TO TRUE.
           MOVE LOW-VALUES TO WS-CER-CLAVE-ANTERIOR.
           MOVE 0 TO WS-ACU-BASE.
           MOVE 0 TO WS-ACU-NETO.
           MOVE 0 TO WS-TIT-NETO.

           OPEN OUTPUT CERTIFICADOS.
           IF NOT FS-CERTIFICADOS-OK
              DISPLAY 'ERROR AL ABRIR PERCEPCIONES-CERTIFICADOS.TXT'
              DISPLAY 'FILE STATUS: ' FS-CERTIFICADOS
           END-IF.

           PERFORM 3100-RETORNAR-PERCEPCION
              THRU 3100-RETORNAR-PERCEPCION-FIN.

           PERFORM 3200-ACUMULAR-PERCEPCION
              THRU 3200-ACUMULAR-PERCEPCION-FIN
             UNTIL WS-SALIDA-EOF-YES.

           IF WS-CER-CLAVE-ANTERIOR NOT = LOW-VALUES
              PERFORM 3300-CERRAR-IMPUESTO
                 THRU 3300-CERRAR-IMPUESTO-FIN
              PERFORM 3400-CERRAR-CERTIFICADO
                 THRU 3400-CERRAR-CERTIFICADO-FIN
           END-IF.

           CLOSE CERTIFICADOS.
           IF NOT FS-CERTIFICADOS-OK
              DISPLAY 'ERROR AL CERRAR PERCEPCIONES-CERTIFICADOS.TXT: '
                      FS-CERTIFICADOS
           END-IF.

           CLOSE PERCEPCIONES.
           IF NOT FS-PERCEPCIONES-OK
              DISPLAY 'ERROR EN CLOSE DEL REGISTRO DE PERCEPCIONES: '
                      FS-PERCEPCIONES
           END-IF.

       3000-EMITIR-CERTIFICADOS-FIN.
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

           MOVE CLAS-CUENTA TO WS-CER-ACT-CUENTA.
           MOVE CLAS-CODIGO TO WS-CER-ACT-CODIGO.

           IF WS-CER-CLAVE-ACTUAL NOT = WS-CER-CLAVE-ANTERIOR
              AND WS-CER-CLAVE-ANTERIOR NOT = LOW-VALUES
              PERFORM 3300-CERRAR-IMPUESTO
                 THRU 3300-CERRAR-IMPUESTO-FIN
              IF WS-CER-ACT-CUENTA NOT = WS-CER-ANT-CUENTA
                 PERFORM 3400-CERRAR-CERTIFICADO
                    THRU 3400-CERRAR-CERTIFICADO-FIN
              END-IF
           END-IF.

           IF WS-CER-CLAVE-ANTERIOR = LOW-VALUES
              OR WS-CER-ACT-CUENTA NOT = WS-CER-ANT-CUENTA
              PERFORM 3250-ABRIR-CERTIFICADO
                 THRU 3250-ABRIR-CERTIFICADO-FIN
           END-IF.

           IF CLAS-TIPO = 'R'
              SUBTRACT CLAS-IMPORTE    FROM WS-ACU-NETO
              SUBTRACT CLAS-BASE-PESOS FROM WS-ACU-BASE
           ELSE
              ADD CLAS-IMPORTE    TO WS-ACU-NETO
              ADD CLAS-BASE-PESOS TO WS-ACU-BASE
           END-IF.

           MOVE WS-CER-CLAVE-ACTUAL TO WS-CER-CLAVE-ANTERIOR.

           PERFORM 3100-RETORNAR-PERCEPCION
              THRU 3100-RETORNAR-PERCEPCION-FIN.

       3200-ACUMULAR-PERCEPCION-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * 3250-ABRIR-CERTIFICADO : ENCABEZADO DEL CERTIFICADO CON LOS     *
      * DATOS DEL TITULAR DE LA CUENTA EN CLIENTES.VSAM (VIA CLIEMAES). *
      * UNA CUENTA SIN CLIENTE CARGADO SE CERTIFICA IGUAL, SIN NOMBRE   *
      * NI DOMICILIO, Y SE CUENTA APARTE PARA SU REGULARIZACION.        *
      *----------------------------------------------------------------*
       3250-ABRIR-CERTIFICADO.

           MOVE WS-CER-ACT-CUENTA TO WS-CLI-CUENTA.
           CALL 'CLIEMAES' USING WS-VALIDA-CLIENTE.

           IF WS-CLI-NOMBRE = 'ERROR'
              DISPLAY '*** CUENTA ' WS-CER-ACT-CUENTA ' SIN DATOS EN '
                      'CLIENTES.VSAM: ' WS-CLI-DIRECCION
              ADD 1 TO WS-CANT-SIN-CLIENTE
              MOVE SPACES TO WS-CLI-APELLIDO
              MOVE SPACES TO WS-CLI-NOMBRE
              MOVE SPACES TO WS-CLI-DIRECCION
              MOVE 0      TO WS-CLI-COD-POSTAL
           END-IF.

           MOVE LINEA-MARCO TO LINEA-CERTIFICADO.
           PERFORM 3900-GRABAR-CERTIFICADO
              THRU 3900-GRABAR-CERTIFICADO-FIN.
           MOVE WS-ANIO-CERT TO CER-TIT-ANIO.
           MOVE CER-TITULO TO LINEA-CERTIFICADO.
           PERFORM 3900-GRABAR-CERTIFICADO
              THRU 3900-GRABAR-CERTIFICADO-FIN.
           MOVE WS-CURRENT-DAY   TO CER-FEC-DIA.
           MOVE WS-CURRENT-MONTH TO CER-FEC-MES.
           MOVE WS-CURRENT-YEAR  TO CER-FEC-ANIO.
           MOVE CER-FECHA-EMISION TO LINEA-CERTIFICADO.
           PERFORM 3900-GRABAR-CERTIFICADO
              THRU 3900-GRABAR-CERTIFICADO-FIN.
           MOVE LINEA-BLANCO TO LINEA-CERTIFICADO.
           PERFORM 3900-GRABAR-CERTIFICADO
              THRU 3900-GRABAR-CERTIFICADO-FIN.

           MOVE WS-CLI-APELLIDO TO CER-APELLIDO.
           MOVE WS-CLI-NOMBRE   TO CER-NOMBRE.
           MOVE CER-LINEA-TITULAR TO LINEA-CERTIFICADO.
           PERFORM 3900-GRABAR-CERTIFICADO
              THRU 3900-GRABAR-CERTIFICADO-FIN.
           MOVE WS-CLI-DIRECCION  TO CER-DIRECCION.
           MOVE WS-CLI-COD-POSTAL TO CER-COD-POSTAL.
           MOVE CER-LINEA-DOMICILIO TO LINEA-CERTIFICADO.
           PERFORM 3900-GRABAR-CERTIFICADO
              THRU 3900-GRABAR-CERTIFICADO-FIN.
           MOVE WS-CER-ACT-CUENTA TO CER-CUENTA.
           MOVE CER-LINEA-CUENTA TO LINEA-CERTIFICADO.
           PERFORM 3900-GRABAR-CERTIFICADO
              THRU 3900-GRABAR-CERTIFICADO-FIN.
           MOVE LINEA-BLANCO TO LINEA-CERTIFICADO.
           PERFORM 3900-GRABAR-CERTIFICADO
              THRU 3900-GRABAR-CERTIFICADO-FIN.
           MOVE CER-TITULO-DETALLE TO LINEA-CERTIFICADO.
           PERFORM 3900-GRABAR-CERTIFICADO
              THRU 3900-GRABAR-CERTIFICADO-FIN.

       3250-ABRIR-CERTIFICADO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3300-CERRAR-IMPUESTO.

           MOVE WS-CER-ANT-CODIGO TO CER-CODIGO.
           MOVE SPACES TO CER-DESCRIPCION.
           IF WS-CANT-IMPUESTOS > 0
              SET WS-IX-IMP TO 1
              SEARCH WS-IMP-ITEM
                 WHEN WS-IMP-CODIGO(WS-IX-IMP) = WS-CER-ANT-CODIGO
                      MOVE WS-IMP-DESCRIPCION(WS-IX-IMP)
                        TO CER-DESCRIPCION
              END-SEARCH
           END-IF.

           MOVE WS-ACU-BASE TO CER-BASE.
           MOVE WS-ACU-NETO TO CER-PERCIBIDO.
           MOVE CER-LINEA-IMPUESTO TO LINEA-CERTIFICADO.
           PERFORM 3900-GRABAR-CERTIFICADO
              THRU 3900-GRABAR-CERTIFICADO-FIN.

           ADD WS-ACU-NETO TO WS-TIT-NETO.
           MOVE 0 TO WS-ACU-BASE.
           MOVE 0 TO WS-ACU-NETO.

       3300-CERRAR-IMPUESTO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3400-CERRAR-CERTIFICADO.

           MOVE LINEA-BLANCO TO LINEA-CERTIFICADO.
           PERFORM 3900-GRABAR-CERTIFICADO
              THRU 3900-GRABAR-CERTIFICADO-FIN.
           MOVE WS-TIT-NETO TO CER-TOTAL.
           MOVE CER-LINEA-TOTAL TO LINEA-CERTIFICADO.
           PERFORM 3900-GRABAR-CERTIFICADO
              THRU 3900-GRABAR-CERTIFICADO-FIN.
           MOVE LINEA-BLANCO TO LINEA-CERTIFICADO.
           PERFORM 3900-GRABAR-CERTIFICADO
              THRU 3900-GRABAR-CERTIFICADO-FIN.
           MOVE CER-LEYENDA-1 TO LINEA-CERTIFICADO.
           PERFORM 3900-GRABAR-CERTIFICADO
              THRU 3900-GRABAR-CERTIFICADO-FIN.
           MOVE CER-LEYENDA-2 TO LINEA-CERTIFICADO.
           PERFORM 3900-GRABAR-CERTIFICADO
              THRU 3900-GRABAR-CERTIFICADO-FIN.
           MOVE LINEA-MARCO TO LINEA-CERTIFICADO.
           PERFORM 3900-GRABAR-CERTIFICADO
              THRU 3900-GRABAR-CERTIFICADO-FIN.

           ADD 1 TO WS-CANT-CERTIFICADOS.
           MOVE 0 TO WS-TIT-NETO.

       3400-CERRAR-CERTIFICADO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3900-GRABAR-CERTIFICADO.

           WRITE REG-CERTIFICADO.

           IF NOT FS-CERTIFICADOS-OK
              DISPLAY 'ERROR AL GRABAR PERCEPCIONES-CERTIFICADOS.TXT'
              DISPLAY 'FILE STATUS: ' FS-CERTIFICADOS
           END-IF.

       3900-GRABAR-CERTIFICADO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       4000-TOTALES-ARCHIVO.

           DISPLAY '--------------------------------------'.
           DISPLAY 'ANIO CERTIFICADO           : ' WS-ANIO-CERT.
           DISPLAY 'PERCEPCIONES LEIDAS        : '
                   WS-CANT-PERC-LEIDAS.
           DISPLAY 'PERCEPCIONES DEL ANIO      : '
                   WS-CANT-PERC-LIBERADAS.
           DISPLAY 'CERTIFICADOS EMITIDOS      : '
                   WS-CANT-CERTIFICADOS.
           DISPLAY 'CUENTAS SIN DATOS CLIENTE  : '
                   WS-CANT-SIN-CLIENTE.
           DISPLAY '--------------------------------------'.
           DISPLAY '          FIN DEL PROGRAMA            '.
           DISPLAY '--------------------------------------'.

       4000-TOTALES-ARCHIVO-EXIT.
           EXIT.
      *----------------------------------------------------------------*

       END PROGRAM PERCCERT.
