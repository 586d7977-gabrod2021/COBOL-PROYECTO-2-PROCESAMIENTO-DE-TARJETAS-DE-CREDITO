      *          AUTORIZACIONES APROBADAS QUE NO APARECIERON EN UN
      *          FEED DESPUES DEL PLAZO DE VIGENCIA, PARA RECLAMAR
      *          AL COMERCIO. SE CORRE DESPUES DE LA FACTURACION.
      *          UNA TARJETA REPUESTA POR PERDIDA O ROBO
      *          (REEMPLAZOS.SEQ) SE CONCILIA COMO UNA SOLA: LA
      *          AUTORIZACION DEL NUMERO VIEJO SE APLICA AL CONSUMO
      *          PRESENTADO CON EL NUEVO, Y AL REVES.
      *          LAS AUTORIZACIONES QUE SALEN DEL JOURNAL SE AGREGAN A
      *          AUTORIZACIONES-CERRADAS.SEQ, DE DONDE ARCHHIST LAS
      *          PASA AL ARCHIVO ANUAL PARA SU CONSERVACION.
      * Tectonics: cobc
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-REPORTE.

       SELECT REEMPLAZOS
           ASSIGN TO '../REEMPLAZOS.SEQ'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-REEMPLAZOS.

       SELECT AUTORIZ-CERRADAS
           ASSIGN TO '../AUTORIZACIONES-CERRADAS.SEQ'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CERRADAS.

       DATA DIVISION.

       FILE SECTION.
       COPY "AUTORIZA.CPY".
       COPY "CONSUMOS.CPY".
       COPY "CONCILIA.CPY".
       COPY "REEMPLAZ.CPY".
       COPY "AUTOCERR.CPY".

       WORKING-STORAGE SECTION.

             88 FS-REPORTE-EOF                 VALUE '10'.
             88 FS-REPORTE-NFD                 VALUE '35'.

          05 FS-REEMPLAZOS                 PIC X(2).
             88 FS-REEMPLAZOS-OK               VALUE '00'.
             88 FS-REEMPLAZOS-EOF              VALUE '10'.
             88 FS-REEMPLAZOS-NFD              VALUE '35'.

          05 FS-CERRADAS                   PIC X(2).
             88 FS-CERRADAS-OK                 VALUE '00'.
             88 FS-CERRADAS-EOF                VALUE '10'.
             88 FS-CERRADAS-NFD                VALUE '35'.

       01 WS-AUTORIZACIONES-EOF              PIC X(1).
          88 WS-AUTORIZACIONES-EOF-YES       VALUE 'Y'.
          88 WS-AUTORIZACIONES-EOF-NO        VALUE 'N'.
          88 WS-ENTRADA-EOF-YES              VALUE 'Y'.
          88 WS-ENTRADA-EOF-NO               VALUE 'N'.

       01 WS-REEMPLAZOS-EOF                  PIC X(1).
          88 WS-REEMPLAZOS-EOF-YES           VALUE 'Y'.
          88 WS-REEMPLAZOS-EOF-NO            VALUE 'N'.

       01 WS-CONTADORES.
          05 WS-CANT-AUT-LEIDAS             PIC 9(8).
          05 WS-CANT-CONS-LEIDOS            PIC 9(8).
      * EN LA TABLA ('A' CONSUMIDA, 'V' VENCIDA INFORMADA) SE PERSISTE
      * AL REGRABAR EL JOURNAL AL FINAL DE LA CORRIDA, ASI UNA
      * AUTORIZACION YA RESUELTA NO VUELVE A APARECER EN EL PROXIMO
      * REPORTE. CADA AUTORIZACION GUARDA ADEMAS EL NUMERO DE SU
      * TARJETA VIGENTE (SIGUIENDO LAS REPOSICIONES), QUE ES EL QUE SE
      * COMPARA CONTRA EL CONSUMO; EL JOURNAL SE REGRABA CON EL NUMERO
      * ORIGINAL.
       01 WS-TABLA-AUTORIZACIONES.
          05 WS-CANT-AUTS                   PIC 9(04) VALUE 0.
          05 WS-AUT-ITEM OCCURS 1 TO 2000 TIMES
                          DEPENDING ON WS-CANT-AUTS
                          INDEXED BY WS-IX-AUT.
             10 WS-AUT-NRO-TARJ               PIC X(19).
             10 WS-AUT-NRO-VIGENTE            PIC X(19).
             10 WS-AUT-MONEDA                 PIC X(03).
             10 WS-AUT-IMPORTE                PIC 9(08)V9(02).
             10 WS-AUT-FECHA                  PIC X(10).
                88 WS-AUT-RECHAZADA               VALUE 'R'.
                88 WS-AUT-CONSUMIDA               VALUE 'A'.
                88 WS-AUT-VENCIDA-INF             VALUE 'V'.
             10 WS-AUT-COD-AUTORIZACION       PIC X(06).

      * REEMPLAZOS DE NUMERO POR REPOSICION (REEMPLAZOS.SEQ). UNA
      * TABLA LLENA DETIENE LA CORRIDA ANTES DE CONCILIAR: CONSUMIR
      * MAL UNA AUTORIZACION SE PERSISTE AL REGRABAR EL JOURNAL.
       01 WS-TABLA-REEMPLAZOS.
          05 WS-CANT-REEMP                  PIC 9(04) VALUE 0.
          05 WS-REE-ITEM OCCURS 1 TO 5000 TIMES
                          DEPENDING ON WS-CANT-REEMP
                          INDEXED BY WS-IX-REE.
             10 WS-REE-NRO-ANT                PIC X(19).
             10 WS-REE-NRO-NUE                PIC X(19).

      * TOPE DE SALTOS AL SEGUIR UNA CADENA DE REEMPLAZOS, CONTRA UN
      * ARCHIVO CORRUPTO CON UN CICLO.
       77 WS-MAX-SALTOS                      PIC 9(02) VALUE 10.
       77 WS-SALTOS                          PIC 9(02).

      * NUMERO A RESOLVER: ENTRA UN NUMERO Y SALE EL DE LA TARJETA
      * VIGENTE (EL MISMO SI NUNCA FUE REPUESTA).
       01 WS-NRO-VIGENTE                     PIC X(19).

      * NUMERO VIGENTE DE LA TARJETA DEL CONSUMO EN CURSO.
       01 WS-ENT-NRO-VIGENTE                 PIC X(19).

       01 WS-SW-REEMPLAZO                    PIC X(01).
          88 WS-REEMPLAZO-HALLADO            VALUE 'S'.
          88 WS-REEMPLAZO-NO-HALLADO         VALUE 'N'.

       01 WS-SW-AUTORIZACION                 PIC X(01).
          88 WS-AUT-ENCONTRADA               VALUE 'S'.
           COMPUTE WS-DIAS-HOY =
                   FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY-AAAAMMDD).

           PERFORM 1040-CARGAR-REEMPLAZOS
              THRU 1040-CARGAR-REEMPLAZOS-FIN.

           PERFORM 1050-CARGAR-AUTORIZACIONES
              THRU 1050-CARGAR-AUTORIZACIONES-FIN.
      *----------------------------------------------------------------*
       1000-INICIAR-PROGRAMA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 1040-CARGAR-REEMPLAZOS : CARGA LA TABLA DE REEMPLAZOS DE        *
      * NUMERO. SIN ARCHIVO NO HUBO REPOSICIONES.                       *
      *----------------------------------------------------------------*
       1040-CARGAR-REEMPLAZOS.

           MOVE 0 TO WS-CANT-REEMP.
           SET WS-REEMPLAZOS-EOF-NO TO TRUE.

           OPEN INPUT REEMPLAZOS.

           EVALUATE TRUE
               WHEN FS-REEMPLAZOS-OK
                    PERFORM 1041-LEER-REEMPLAZO
                       THRU 1041-LEER-REEMPLAZO-FIN
                    PERFORM 1042-CARGAR-UN-REEMPLAZO
                       THRU 1042-CARGAR-UN-REEMPLAZO-FIN
                      UNTIL WS-REEMPLAZOS-EOF-YES
                    CLOSE REEMPLAZOS
               WHEN FS-REEMPLAZOS-NFD
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR REEMPLAZOS.SEQ'
                    DISPLAY 'FILE STATUS: ' FS-REEMPLAZOS
           END-EVALUATE.

       1040-CARGAR-REEMPLAZOS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1041-LEER-REEMPLAZO.

           READ REEMPLAZOS
             AT END
                SET WS-REEMPLAZOS-EOF-YES     TO TRUE
             NOT AT END
                SET WS-REEMPLAZOS-EOF-NO      TO TRUE
           END-READ.

       1041-LEER-REEMPLAZO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1042-CARGAR-UN-REEMPLAZO.

           IF WS-CANT-REEMP < 5000
              ADD 1 TO WS-CANT-REEMP
              MOVE RMP-NRO-TARJ-ANT TO WS-REE-NRO-ANT(WS-CANT-REEMP)
              MOVE RMP-NRO-TARJ-NUE TO WS-REE-NRO-NUE(WS-CANT-REEMP)
           ELSE
              DISPLAY '*** TABLA DE REEMPLAZOS LLENA, SE DETIENE '
                      'LA CORRIDA SIN TOCAR NADA ***'
              STOP RUN
           END-IF.

           PERFORM 1041-LEER-REEMPLAZO
              THRU 1041-LEER-REEMPLAZO-FIN.

       1042-CARGAR-UN-REEMPLAZO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * 1050-CARGAR-AUTORIZACIONES : VUELCA AUTORIZACIONES.SEQ A LA     *
      * TABLA EN MEMORIA. SI EL JOURNAL NO EXISTE (TODAVIA NO HUBO      *
      * AUTORIZACIONES EN LINEA) LA TABLA QUEDA VACIA Y TODO CONSUMO    *
           IF WS-CANT-AUTS < 2000
              ADD 1 TO WS-CANT-AUTS
              MOVE AUT-NRO-TARJ TO WS-AUT-NRO-TARJ(WS-CANT-AUTS)
              MOVE AUT-NRO-TARJ TO WS-NRO-VIGENTE
              PERFORM 1080-RESOLVER-VIGENTE
                 THRU 1080-RESOLVER-VIGENTE-FIN
              MOVE WS-NRO-VIGENTE
                TO WS-AUT-NRO-VIGENTE(WS-CANT-AUTS)
              MOVE AUT-MONEDA   TO WS-AUT-MONEDA(WS-CANT-AUTS)
              MOVE AUT-IMPORTE  TO WS-AUT-IMPORTE(WS-CANT-AUTS)
              MOVE AUT-FECHA    TO WS-AUT-FECHA(WS-CANT-AUTS)
              MOVE AUT-HORA     TO WS-AUT-HORA(WS-CANT-AUTS)
              MOVE AUT-COD-RESPUESTA
                TO WS-AUT-RESPUESTA(WS-CANT-AUTS)
              MOVE AUT-COD-AUTORIZACION
                TO WS-AUT-COD-AUTORIZACION(WS-CANT-AUTS)
      * LAS LINEAS DE JOURNAL ANTERIORES AL ESTADO VIENEN CON EL BYTE
      * EN BLANCO: SE NORMALIZAN SEGUN SU CODIGO DE RESPUESTA.
              IF AUT-ESTADO = SPACE

       1070-CARGAR-REG-AUT-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * 1080-RESOLVER-VIGENTE : SIGUE LA CADENA DE REEMPLAZOS DESDE     *
      * WS-NRO-VIGENTE HASTA EL NUMERO QUE NO FUE REPUESTO.             *
      *----------------------------------------------------------------*
       1080-RESOLVER-VIGENTE.

           MOVE 0 TO WS-SALTOS.
           SET WS-REEMPLAZO-HALLADO TO TRUE.

           IF WS-CANT-REEMP > 0
              PERFORM 1081-AVANZAR-REEMPLAZO
                 THRU 1081-AVANZAR-REEMPLAZO-FIN
                UNTIL WS-REEMPLAZO-NO-HALLADO
                   OR WS-SALTOS NOT < WS-MAX-SALTOS
           END-IF.

       1080-RESOLVER-VIGENTE-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1081-AVANZAR-REEMPLAZO.

           SET WS-REEMPLAZO-NO-HALLADO TO TRUE.

           SET WS-IX-REE TO 1.
           SEARCH WS-REE-ITEM
              WHEN WS-REE-NRO-ANT(WS-IX-REE) = WS-NRO-VIGENTE
                   SET WS-REEMPLAZO-HALLADO TO TRUE
                   MOVE WS-REE-NRO-NUE(WS-IX-REE) TO WS-NRO-VIGENTE
                   ADD 1 TO WS-SALTOS
           END-SEARCH.

       1081-AVANZAR-REEMPLAZO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1500-LEER-CONSUMO.

       2000-PROCESAR-CONSUMOS.

      * LOS REGISTROS DE CONTROL 'H'/'T' DEL ARCHIVO DE CONSUMOS NO
      * SON MOVIMIENTOS Y NO SE CONCILIAN. TAMPOCO LAS CUOTAS 2 A N
      * DE UN PLAN: LA AUTORIZACION FUE POR LA COMPRA ENTERA Y SE
      * APLICO A LA CUOTA 1. LOS ADELANTOS EN EFECTIVO TAMBIEN SE
      * AUTORIZAN EN LINEA Y SE CONCILIAN COMO UN CONSUMO.
           IF NOT ENT-CTL-ES-HEADER
              AND NOT ENT-CTL-ES-TRAILER
              AND (ENT-ES-CONSUMO OR ENT-ES-ADELANTO)
              AND NOT ENT-ES-CUOTA-PLAN
              PERFORM 2100-BUSCAR-AUTORIZACION
                 THRU 2100-BUSCAR-AUTORIZACION-FIN
              IF WS-AUT-NO-ENCONTRADA

           SET WS-AUT-NO-ENCONTRADA TO TRUE.

           MOVE ENT-NRO-TARJETA TO WS-NRO-VIGENTE.
           PERFORM 1080-RESOLVER-VIGENTE
              THRU 1080-RESOLVER-VIGENTE-FIN.
           MOVE WS-NRO-VIGENTE TO WS-ENT-NRO-VIGENTE.

           IF WS-CANT-AUTS > 0
              SET WS-IX-AUT TO 1
              SEARCH WS-AUT-ITEM
                 WHEN WS-AUT-NRO-VIGENTE(WS-IX-AUT)
                      = WS-ENT-NRO-VIGENTE
                  AND WS-AUT-MONEDA(WS-IX-AUT) = ENT-MONEDA
                  AND WS-AUT-IMPORTE(WS-IX-AUT) = ENT-IMPORTE
                  AND WS-AUT-PENDIENTE(WS-IX-AUT)
      * CONCILIACION REGRABANDO AUTORIZACIONES.SEQ: QUEDAN LAS          *
      * PENDIENTES ('P') Y LAS RECHAZADAS RECIENTES (CONSTANCIA PARA    *
      * DISPUTAS); LAS CONSUMIDAS EN ESTA CORRIDA, LAS VENCIDAS YA      *
      * INFORMADAS Y LAS RECHAZADAS VIEJAS SALEN DEL JOURNAL Y SE      *
      * AGREGAN A AUTORIZACIONES-CERRADAS.SEQ, QUE SE CONSERVA POR LA   *
      * RETENCION LEGAL (ARCHHIST). ASI CADA VENCIDA SE INFORMA UNA     *
      * SOLA VEZ Y EL JOURNAL NO CRECE SIN LIMITE. SI EL JOURNAL NO     *
      * EXISTIA, LA TABLA SE DESBORDO AL CARGARLO O NO SE PUEDE ABRIR   *
      * EL ARCHIVO DE CERRADAS, SE DEJA COMO ESTABA.                    *
      *----------------------------------------------------------------*
       2800-REGRABAR-JOURNAL.

           IF WS-AUT-ARCHIVO-PRESENTE AND WS-AUT-TABLA-COMPLETA

              OPEN EXTEND AUTORIZ-CERRADAS
              IF FS-CERRADAS-NFD
                 OPEN OUTPUT AUTORIZ-CERRADAS
              END-IF

              IF FS-CERRADAS-OK
                 OPEN OUTPUT AUTORIZACIONES
              ELSE
                 DISPLAY 'ERROR AL ABRIR AUTORIZACIONES-CERRADAS.SEQ, '
                         'NO SE REGRABA EL JOURNAL'
                 DISPLAY 'FILE STATUS: ' FS-CERRADAS
              END-IF

              IF FS-CERRADAS-OK AND FS-AUTORIZACIONES-OK
                 IF WS-CANT-AUTS > 0
                    PERFORM 2810-REGRABAR-UNA-AUT
                       THRU 2810-REGRABAR-UNA-AUT-FIN
                    DISPLAY 'ERROR AL CERRAR AUTORIZACIONES.SEQ: '
                            FS-AUTORIZACIONES
                 END-IF
                 CLOSE AUTORIZ-CERRADAS
              ELSE
                 IF FS-CERRADAS-OK
                    DISPLAY 'ERROR AL REGRABAR AUTORIZACIONES.SEQ'
                    DISPLAY 'FILE STATUS: ' FS-AUTORIZACIONES
                    CLOSE AUTORIZ-CERRADAS
                 END-IF
              END-IF
           END-IF.

      *----------------------------------------------------------------*
      * 2810-REGRABAR-UNA-AUT : UNA AUTORIZACION SE CONSERVA SI SIGUE   *
      * PENDIENTE, O SI ES UNA RECHAZADA CON MENOS DE                   *
      * WS-DIAS-VIGENCIA DIAS (CONSTANCIA RECIENTE PARA DISPUTAS); SI   *
      * NO, PASA A AUTORIZACIONES-CERRADAS.SEQ. SI NO SE PUEDE GRABAR   *
      * AHI, QUEDA EN EL DIARIO PARA QUE SE CIERRE EN OTRA CORRIDA.     *
      *----------------------------------------------------------------*
       2810-REGRABAR-UNA-AUT.

           COMPUTE WS-DIAS-TRANSCURRIDOS =
                   WS-DIAS-HOY - WS-DIAS-AUT.

           MOVE WS-AUT-FECHA(WS-IX-AUT)    TO AUT-FECHA.
           MOVE WS-AUT-HORA(WS-IX-AUT)     TO AUT-HORA.
           MOVE WS-AUT-NRO-TARJ(WS-IX-AUT) TO AUT-NRO-TARJ.
           MOVE WS-AUT-MONEDA(WS-IX-AUT)   TO AUT-MONEDA.
           MOVE WS-AUT-IMPORTE(WS-IX-AUT)  TO AUT-IMPORTE.
           MOVE WS-AUT-RESPUESTA(WS-IX-AUT)
             TO AUT-COD-RESPUESTA.
           MOVE WS-AUT-ESTADO(WS-IX-AUT)   TO AUT-ESTADO.
           MOVE WS-AUT-COD-AUTORIZACION(WS-IX-AUT)
             TO AUT-COD-AUTORIZACION.

           IF WS-AUT-PENDIENTE(WS-IX-AUT)
              OR (WS-AUT-RECHAZADA(WS-IX-AUT)
                  AND WS-DIAS-TRANSCURRIDOS <= WS-DIAS-VIGENCIA)
              WRITE REG-AUTORIZACION
              IF NOT FS-AUTORIZACIONES-OK
                 DISPLAY 'ERROR AL GRABAR AUTORIZACIONES.SEQ'
                 DISPLAY 'FILE STATUS: ' FS-AUTORIZACIONES
              END-IF
           ELSE
              WRITE REG-AUT-CERRADA FROM REG-AUTORIZACION
              IF FS-CERRADAS-OK
                 ADD 1 TO WS-CANT-AUT-DEPURADAS
              ELSE
                 DISPLAY 'ERROR AL GRABAR AUTORIZACIONES-CERRADAS.SEQ'
                 DISPLAY 'FILE STATUS: ' FS-CERRADAS
                 WRITE REG-AUTORIZACION
                 IF NOT FS-AUTORIZACIONES-OK
                    DISPLAY 'ERROR AL GRABAR AUTORIZACIONES.SEQ'
                    DISPLAY 'FILE STATUS: ' FS-AUTORIZACIONES
                 END-IF
              END-IF
           END-IF.

       2810-REGRABAR-UNA-AUT-FIN.
                   WS-CANT-SIN-AUTORIZAR.
           DISPLAY 'AUTORIZACIONES VENCIDAS    : '
                   WS-CANT-AUT-VENCIDAS.
           DISPLAY 'AUTORIZACIONES CERRADAS    : '
                   WS-CANT-AUT-DEPURADAS.
           DISPLAY '--------------------------------------'.
           DISPLAY '          FIN DEL PROGRAMA            '.
