      *          'TT' CON LA CANTIDAD DE RESUMENES Y DE LINEAS, PARA
      *          QUE EL PROVEEDOR VERIFIQUE LA ENTREGA COMPLETA, LA
      *          MISMA DISCIPLINA DE CONTROL QUE CONSUMOS.SEQ.
      *          LOS RESUMENES DE LAS CUENTAS ADHERIDAS AL RESUMEN POR
      *          EMAIL (CLI-CANAL-RESUMEN EN CLIENTES.VSAM) NO VAN AL
      *          PAPEL: SALEN EN RESUMENES-EMAIL.SEQ, UN PAQUETE POR
      *          RESUMEN. LAS COPIAS EN PAPEL DE LOS EMAILS REBOTADOS
      *          QUE DEJA RESUREBO EN RESUMENES-REENVIO.SEQ ENTRAN EN
      *          ESTA ENTREGA Y LA COLA QUEDA VACIA.
      * Tectonics: cobc
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-VENDOR.

       SELECT ENTREGA-EMAIL
           ASSIGN TO '../RESUMENES-EMAIL.SEQ'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-EMAIL.

       SELECT REENVIO-RESUMEN
           ASSIGN TO '../RESUMENES-REENVIO.SEQ'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-REENVIO.

       SELECT CLASIFICACION
           ASSIGN TO 'SORTWK'.

       FILE SECTION.

       COPY "RESUEXT.CPY".
       COPY "RESUMAIL.CPY".

       FD  REENVIO-RESUMEN
           LABEL RECORD STANDARD.

       01  REG-REENVIO                       PIC X(132).

       FD  SALIDA-VENDOR
           LABEL RECORD STANDARD.
             88 FS-VENDOR-EOF                  VALUE '10'.
             88 FS-VENDOR-NFD                  VALUE '35'.

          05 FS-EMAIL                      PIC X(2).
             88 FS-EMAIL-OK                    VALUE '00'.
             88 FS-EMAIL-EOF                   VALUE '10'.
             88 FS-EMAIL-NFD                   VALUE '35'.

          05 FS-REENVIO                    PIC X(2).
             88 FS-REENVIO-OK                  VALUE '00'.
             88 FS-REENVIO-EOF                 VALUE '10'.
             88 FS-REENVIO-NFD                 VALUE '35'.

       01 WS-SALIDA-EOF                      PIC X(1).
          88 WS-SALIDA-EOF-YES               VALUE 'Y'.
          88 WS-SALIDA-EOF-NO                VALUE 'N'.

       01 WS-EXTRACTO-EOF                    PIC X(1).
          88 WS-EXTRACTO-EOF-YES             VALUE 'Y'.
          88 WS-EXTRACTO-EOF-NO              VALUE 'N'.

       01 WS-REENVIO-EOF                     PIC X(1).
          88 WS-REENVIO-EOF-YES              VALUE 'Y'.
          88 WS-REENVIO-EOF-NO               VALUE 'N'.

      * SIN ARCHIVO DE EMAIL ABIERTO TODOS LOS RESUMENES SALEN EN PAPEL.
       01 WS-SW-EMAIL                        PIC X(01).
          88 WS-EMAIL-HABILITADO             VALUE 'S'.
          88 WS-EMAIL-NO-HABILITADO          VALUE 'N'.

       01 WS-SW-CANAL                        PIC X(01).
          88 WS-CANAL-EMAIL                  VALUE 'E'.
          88 WS-CANAL-PAPEL                  VALUE 'P'.

       01 WS-SW-REENVIOS                     PIC X(01).
          88 WS-HAY-REENVIOS                 VALUE 'S'.
          88 WS-NO-HAY-REENVIOS              VALUE 'N'.

       01 WS-SW-ERROR-VENDOR                 PIC X(01).
          88 WS-ERROR-VENDOR                 VALUE 'S'.
          88 WS-SIN-ERROR-VENDOR             VALUE 'N'.

       01 WS-CONTADORES.
          05 WS-CANT-LINEAS                 PIC 9(08).
          05 WS-CANT-RESUMENES              PIC 9(08).
          05 WS-CANT-RESUMENES-EMAIL        PIC 9(08).
          05 WS-CANT-LINEAS-EMAIL           PIC 9(08).
          05 WS-CANT-REENVIOS               PIC 9(08).

       77 WS-CANT-LINEAS-PAQUETE             PIC 9(04).
       77 WS-MAX-NRO-RESUMEN                 PIC 9(08).

       01 WS-VALIDA-CLIENTE.
          COPY "CLIENTIO.CPY".

      * COPIA EN PAPEL DE UN EMAIL REBOTADO, CON EL LAYOUT DE
      * RESUEXT.CPY; SE RENUMERA A CONTINUACION DEL EXTRACTO.
       01 WS-REG-REENVIO.
          05 WS-REE-TIPO-REG                PIC X(02).
          05 WS-REE-COD-POSTAL              PIC 9(04).
          05 WS-REE-NRO-RESUMEN             PIC 9(08).
          05 WS-REE-NRO-LINEA               PIC 9(04).
          05 WS-REE-DATOS                   PIC X(114).

      * REGISTROS DE CONTROL DEL ARCHIVO DEL PROVEEDOR, ARMADOS EN
      * WORKING-STORAGE CON EL MISMO LAYOUT DE RESUEXT.CPY.
       PROCEDURE DIVISION.

           INITIALIZE WS-CONTADORES.
           MOVE 0 TO WS-MAX-NRO-RESUMEN.
           SET WS-NO-HAY-REENVIOS TO TRUE.
           SET WS-SIN-ERROR-VENDOR TO TRUE.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
           MOVE WS-CURRENT-YEAR  TO WS-FPR-ANIO.
                ON ASCENDING KEY CLAS-COD-POSTAL
                                 CLAS-NRO-RESUMEN
                                 CLAS-NRO-LINEA
                INPUT PROCEDURE IS 2000-SEPARAR-EXTRACTO
                               THRU 2000-SEPARAR-EXTRACTO-FIN
                OUTPUT PROCEDURE IS 3000-GRABAR-VENDOR
                                THRU 3000-GRABAR-VENDOR-FIN.

           PERFORM 3500-VACIAR-REENVIOS
              THRU 3500-VACIAR-REENVIOS-FIN.

           PERFORM 4000-TOTALES-ARCHIVO
              THRU 4000-TOTALES-ARCHIVO-EXIT.

           STOP RUN.
      *----------------------------------------------------------------*
      * 2000-SEPARAR-EXTRACTO : PROCEDIMIENTO DE ENTRADA DEL SORT: CADA *
      * RESUMEN DEL EXTRACTO VA AL EMAIL O AL PAPEL SEGUN EL CANAL DE   *
      * SU CUENTA; DESPUES SE SUMAN LAS COPIAS EN PAPEL DE LOS EMAILS   *
      * REBOTADOS.                                                      *
      *----------------------------------------------------------------*
       2000-SEPARAR-EXTRACTO.

           PERFORM 2010-ABRIR-EMAIL
              THRU 2010-ABRIR-EMAIL-FIN.

           SET WS-CANAL-PAPEL TO TRUE.
           SET WS-EXTRACTO-EOF-NO TO TRUE.
           OPEN INPUT EXTRACTO-RESUMEN.

           EVALUATE TRUE
               WHEN FS-EXTRACTO-OK
                    PERFORM 2110-LEER-EXTRACTO
                       THRU 2110-LEER-EXTRACTO-FIN
                    PERFORM 2100-CLASIFICAR-REGISTRO
                       THRU 2100-CLASIFICAR-REGISTRO-FIN
                      UNTIL WS-EXTRACTO-EOF-YES
                    CLOSE EXTRACTO-RESUMEN
               WHEN FS-EXTRACTO-NFD
                    DISPLAY 'NO SE ENCUENTRA EXTRACTO-RESUMEN.SEQ'
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR EXTRACTO-RESUMEN.SEQ'
                    DISPLAY 'FILE STATUS: ' FS-EXTRACTO
           END-EVALUATE.

           PERFORM 2300-LEER-REENVIOS
              THRU 2300-LEER-REENVIOS-FIN.

           PERFORM 2090-CERRAR-EMAIL
              THRU 2090-CERRAR-EMAIL-FIN.

       2000-SEPARAR-EXTRACTO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2010-ABRIR-EMAIL.

           SET WS-EMAIL-NO-HABILITADO TO TRUE.

           OPEN OUTPUT ENTREGA-EMAIL.

           IF FS-EMAIL-OK
              SET WS-EMAIL-HABILITADO TO TRUE
              MOVE SPACES TO REG-ENTREGA-EMAIL
              SET EML-ES-HEADER-ARCH TO TRUE
              MOVE 0 TO EML-COD-POSTAL
              MOVE 0 TO EML-NRO-RESUMEN
              MOVE 0 TO EML-NRO-LINEA
              MOVE WS-FECHA-PROCESO-ED TO EML-HDR-FECHA-PROCESO
              PERFORM 2250-GRABAR-REG-EMAIL
                 THRU 2250-GRABAR-REG-EMAIL-FIN
           ELSE
              DISPLAY 'ERROR AL ABRIR RESUMENES-EMAIL.SEQ, TODOS LOS '
                      'RESUMENES SALEN EN PAPEL'
              DISPLAY 'FILE STATUS: ' FS-EMAIL
           END-IF.

       2010-ABRIR-EMAIL-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2090-CERRAR-EMAIL.

           IF WS-EMAIL-HABILITADO
              MOVE SPACES TO REG-ENTREGA-EMAIL
              SET EML-ES-TRAILER-ARCH TO TRUE
              MOVE 0 TO EML-COD-POSTAL
              MOVE 0 TO EML-NRO-RESUMEN
              MOVE 0 TO EML-NRO-LINEA
              MOVE WS-CANT-RESUMENES-EMAIL TO EML-TRL-CANT-PAQUETES
              MOVE WS-CANT-LINEAS-EMAIL    TO EML-TRL-CANT-LINEAS
              PERFORM 2250-GRABAR-REG-EMAIL
                 THRU 2250-GRABAR-REG-EMAIL-FIN

              CLOSE ENTREGA-EMAIL
              IF NOT FS-EMAIL-OK
                 DISPLAY 'ERROR AL CERRAR RESUMENES-EMAIL.SEQ: '
                         FS-EMAIL
              END-IF
           END-IF.

       2090-CERRAR-EMAIL-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * 2100-CLASIFICAR-REGISTRO : EL CANAL SE DECIDE EN EL ENCABEZADO  *
      * '01' Y VALE PARA TODAS LAS LINEAS DEL RESUMEN HASTA SU '09'.    *
      *----------------------------------------------------------------*
       2100-CLASIFICAR-REGISTRO.

           IF EXT-ES-ENCABEZADO
              PERFORM 2150-ELEGIR-CANAL
                 THRU 2150-ELEGIR-CANAL-FIN
           END-IF.

           IF EXT-NRO-RESUMEN > WS-MAX-NRO-RESUMEN
              MOVE EXT-NRO-RESUMEN TO WS-MAX-NRO-RESUMEN
           END-IF.

           IF WS-CANAL-EMAIL
              PERFORM 2200-GRABAR-LINEA-EMAIL
                 THRU 2200-GRABAR-LINEA-EMAIL-FIN
           ELSE
              RELEASE REG-CLAS-EXT FROM REG-EXTRACTO-RES
           END-IF.

           PERFORM 2110-LEER-EXTRACTO
              THRU 2110-LEER-EXTRACTO-FIN.

       2100-CLASIFICAR-REGISTRO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2110-LEER-EXTRACTO.

           READ EXTRACTO-RESUMEN
             AT END
                SET WS-EXTRACTO-EOF-YES       TO TRUE
             NOT AT END
                SET WS-EXTRACTO-EOF-NO        TO TRUE
           END-READ.

       2110-LEER-EXTRACTO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * 2150-ELEGIR-CANAL : VA POR EMAIL SOLO LA CUENTA ADHERIDA CON    *
      * DIRECCION CARGADA; LAS CUENTAS SIN CLIENTE SIGUEN EN PAPEL.     *
      * EL PAQUETE ABRE CON EL REGISTRO 'EE' DE DESTINO.                *
      *----------------------------------------------------------------*
       2150-ELEGIR-CANAL.

           SET WS-CANAL-PAPEL TO TRUE.

           IF WS-EMAIL-HABILITADO
              MOVE EXT-CUENTA TO WS-CLI-CUENTA
              CALL 'CLIEMAES' USING WS-VALIDA-CLIENTE
              IF WS-CLI-NOMBRE NOT = 'ERROR'
                 AND WS-CLI-RESUMEN-EMAIL
                 AND WS-CLI-EMAIL NOT = SPACES
                 SET WS-CANAL-EMAIL TO TRUE
              END-IF
           END-IF.

           IF WS-CANAL-EMAIL
              ADD 1 TO WS-CANT-RESUMENES-EMAIL
              MOVE 0 TO WS-CANT-LINEAS-PAQUETE
              MOVE SPACES TO REG-ENTREGA-EMAIL
              SET EML-ES-PAQUETE TO TRUE
              MOVE EXT-COD-POSTAL  TO EML-COD-POSTAL
              MOVE EXT-NRO-RESUMEN TO EML-NRO-RESUMEN
              MOVE 0               TO EML-NRO-LINEA
              MOVE WS-CLI-EMAIL    TO EML-DIRECCION-EMAIL
              MOVE EXT-CUENTA      TO EML-CUENTA
              MOVE EXT-APELLIDO    TO EML-APELLIDO
              MOVE EXT-NOMBRE      TO EML-NOMBRE
              MOVE EXT-NRO-TARJ    TO EML-NRO-TARJ
              PERFORM 2250-GRABAR-REG-EMAIL
                 THRU 2250-GRABAR-REG-EMAIL-FIN
           END-IF.

       2150-ELEGIR-CANAL-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * 2200-GRABAR-LINEA-EMAIL : LA LINEA DEL RESUMEN VA AL PAQUETE    *
      * TAL COMO VIENE; EL '09' CIERRA EL PAQUETE CON SU REGISTRO 'EF'. *
      *----------------------------------------------------------------*
       2200-GRABAR-LINEA-EMAIL.

           MOVE REG-EXTRACTO-RES TO REG-ENTREGA-EMAIL.
           PERFORM 2250-GRABAR-REG-EMAIL
              THRU 2250-GRABAR-REG-EMAIL-FIN.
           ADD 1 TO WS-CANT-LINEAS-PAQUETE.
           ADD 1 TO WS-CANT-LINEAS-EMAIL.

           IF EXT-ES-CIERRE-RES
              MOVE SPACES TO REG-ENTREGA-EMAIL
              SET EML-ES-CIERRE-PAQUETE TO TRUE
              MOVE EXT-COD-POSTAL         TO EML-COD-POSTAL
              MOVE EXT-NRO-RESUMEN        TO EML-NRO-RESUMEN
              MOVE 0                      TO EML-NRO-LINEA
              MOVE WS-CANT-LINEAS-PAQUETE TO EML-PAQ-CANT-LINEAS
              PERFORM 2250-GRABAR-REG-EMAIL
                 THRU 2250-GRABAR-REG-EMAIL-FIN
              SET WS-CANAL-PAPEL TO TRUE
           END-IF.

       2200-GRABAR-LINEA-EMAIL-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2250-GRABAR-REG-EMAIL.

           WRITE REG-ENTREGA-EMAIL.

           IF NOT FS-EMAIL-OK
              DISPLAY 'ERROR AL GRABAR RESUMENES-EMAIL.SEQ'
              DISPLAY 'FILE STATUS: ' FS-EMAIL
           END-IF.

       2250-GRABAR-REG-EMAIL-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * 2300-LEER-REENVIOS : LAS COPIAS EN PAPEL PENDIENTES SE          *
      * RENUMERAN A CONTINUACION DEL ULTIMO RESUMEN DEL EXTRACTO PARA   *
      * NO MEZCLARSE CON LOS DEL MISMO CODIGO POSTAL.                   *
      *----------------------------------------------------------------*
       2300-LEER-REENVIOS.

           SET WS-REENVIO-EOF-NO TO TRUE.
           OPEN INPUT REENVIO-RESUMEN.

           EVALUATE TRUE
               WHEN FS-REENVIO-OK
                    SET WS-HAY-REENVIOS TO TRUE
                    PERFORM 2320-LEER-REG-REENVIO
                       THRU 2320-LEER-REG-REENVIO-FIN
                    PERFORM 2310-LIBERAR-REENVIO
                       THRU 2310-LIBERAR-REENVIO-FIN
                      UNTIL WS-REENVIO-EOF-YES
                    CLOSE REENVIO-RESUMEN
               WHEN FS-REENVIO-NFD
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR RESUMENES-REENVIO.SEQ'
                    DISPLAY 'FILE STATUS: ' FS-REENVIO
           END-EVALUATE.

       2300-LEER-REENVIOS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2310-LIBERAR-REENVIO.

           MOVE REG-REENVIO TO WS-REG-REENVIO.
           ADD WS-MAX-NRO-RESUMEN TO WS-REE-NRO-RESUMEN.
           RELEASE REG-CLAS-EXT FROM WS-REG-REENVIO.

           IF WS-REE-TIPO-REG = '09'
              ADD 1 TO WS-CANT-REENVIOS
           END-IF.

           PERFORM 2320-LEER-REG-REENVIO
              THRU 2320-LEER-REG-REENVIO-FIN.

       2310-LIBERAR-REENVIO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2320-LEER-REG-REENVIO.

           READ REENVIO-RESUMEN
             AT END
                SET WS-REENVIO-EOF-YES        TO TRUE
             NOT AT END
                SET WS-REENVIO-EOF-NO         TO TRUE
           END-READ.

       2320-LEER-REG-REENVIO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * 3000-GRABAR-VENDOR : PROCEDIMIENTO DE SALIDA DEL SORT: GRABA    *
      * EL HEADER 'HH', LOS REGISTROS YA CLASIFICADOS POR CODIGO        *
      * POSTAL, Y EL TRAILER 'TT' CON RESUMENES Y LINEAS TOTALES.       *
           WRITE REG-VENDOR.

           IF NOT FS-VENDOR-OK
              SET WS-ERROR-VENDOR TO TRUE
              DISPLAY 'ERROR AL GRABAR RESUMENES-VENDOR.SEQ'
              DISPLAY 'FILE STATUS: ' FS-VENDOR
           END-IF.

       3200-GRABAR-REG-VENDOR-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * 3500-VACIAR-REENVIOS : CON LA ENTREGA GRABADA SIN ERRORES LAS   *
      * COPIAS PENDIENTES YA ESTAN EN PAPEL Y LA COLA SE VACIA; SI NO,  *
      * QUEDAN PARA LA PROXIMA CORRIDA.                                 *
      *----------------------------------------------------------------*
       3500-VACIAR-REENVIOS.

           IF WS-HAY-REENVIOS
              IF WS-SIN-ERROR-VENDOR AND FS-VENDOR-OK
                 OPEN OUTPUT REENVIO-RESUMEN
                 IF FS-REENVIO-OK
                    CLOSE REENVIO-RESUMEN
                 ELSE
                    DISPLAY 'ERROR AL VACIAR RESUMENES-REENVIO.SEQ'
                    DISPLAY 'FILE STATUS: ' FS-REENVIO
                 END-IF
              ELSE
                 DISPLAY 'LA ENTREGA TUVO ERRORES, LAS COPIAS '
                         'REBOTADAS QUEDAN PENDIENTES'
              END-IF
           END-IF.

       3500-VACIAR-REENVIOS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       4000-TOTALES-ARCHIVO.

                   WS-CANT-RESUMENES.
           DISPLAY 'LINEAS GRABADAS            : '
                   WS-CANT-LINEAS.
           DISPLAY 'COPIAS DE EMAILS REBOTADOS : '
                   WS-CANT-REENVIOS.
           DISPLAY 'RESUMENES POR EMAIL        : '
                   WS-CANT-RESUMENES-EMAIL.
           DISPLAY 'LINEAS POR EMAIL           : '
                   WS-CANT-LINEAS-EMAIL.
           DISPLAY '--------------------------------------'.
           DISPLAY '          FIN DEL PROGRAMA            '.
           DISPLAY '--------------------------------------'.
