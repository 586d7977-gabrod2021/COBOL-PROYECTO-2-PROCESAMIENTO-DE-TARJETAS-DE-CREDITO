      * Purpose: LIQUIDACION A COMERCIOS DE LOS CONSUMOS FACTURADOS:
      *          RECORRE LOS MOVIMIENTOS DEL PERIODO EN HISTORIAL.SEQ
      *          (EL MISMO DETALLE QUE TP02EJ01 ARCHIVA AL FACTURAR),
      *          AGRUPA CONSUMOS Y DEVOLUCIONES POR IDENTIFICACION DE
      *          COMERCIO Y MONEDA (LOS MOVIMIENTOS SIN IDENTIFICACION,
      *          POR CATEGORIA + DETALLE), RETIENE LA COMISION PROPIA
      *          DEL COMERCIO EN EL MAESTRO DE COMERCIOS O LA DE SU
      *          CATEGORIA EN COMISIONES.SEQ, Y GENERA EL ARCHIVO DE
      *          PAGOS AL CBU DEL MAESTRO MAS EL RESUMEN DE
      *          LIQUIDACION POR COMERCIO. SOLO SE PAGA A LOS
      *          COMERCIOS ACTIVOS: LO DE UN COMERCIO SIN
      *          IDENTIFICACION, INEXISTENTE, SUSPENDIDO O CERRADO
      *          QUEDA EN LIQUIDACION-PENDIENTES.SEQ, Y CADA CORRIDA
      *          PAGA LAS RETENIDAS DE OTROS PERIODOS CUYO COMERCIO YA
      *          ESTA ACTIVO.
      *          LA COMISION RETENIDA SE AGREGA COMO CONCEPTO PROPIO
      *          AL EXTRACTO CONTABLE DEL DIA (ASIENTOS-GL.SEQ, EN
      *          EXTEND) CON SU CONTRAPARTIDA, PARA QUE EL DEBE SIGA
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RESUMEN.

       SELECT ENT-COMERCIO
           ASSIGN TO '../COMERCIOS.VSAM'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           FILE STATUS IS FS-COMERCIOS
           RECORD KEY IS CMR-ID-COMERCIO.

       SELECT PENDIENTES-LIQ
           ASSIGN TO '../LIQUIDACION-PENDIENTES.SEQ'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PENDIENTES.

       SELECT PENDIENTES-TRABAJO
           ASSIGN TO '../LIQUIDACION-PENDIENTES-WRK.SEQ'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PEND-TRABAJO.

       SELECT ASIENTOS-GL
           ASSIGN TO '../ASIENTOS-GL.SEQ'
           ORGANIZATION IS LINE SEQUENTIAL
       COPY "COMISION.CPY".
       COPY "LIQPAGO.CPY".
       COPY "LIQRESU.CPY".
       COPY "COMERMAE.CPY".
       COPY "LIQPENDI.CPY".
       COPY "LIQPENWK.CPY".
       COPY "ASIENGL.CPY".

      * CON IDENTIFICACION DE COMERCIO LA CLAVE ES ESA IDENTIFICACION
      * Y LA MONEDA (CATEGORIA Y COMERCIO DE LA CLAVE VAN EN BLANCO,
      * PARA QUE LAS DISTINTAS GRAFIAS DEL DETALLE NO PARTAN EL
      * COMERCIO); SIN ELLA SIGUE SIENDO CATEGORIA + DETALLE. LA
      * CATEGORIA Y EL DETALLE DEL MOVIMIENTO VIAJAN APARTE.
       SD  CLASIFICACION.
       01  REG-CLAS-LIQ.
           05  CLAS-ID-COMERCIO               PIC X(15).
           05  CLAS-CATEGORIA                 PIC X(03).
           05  CLAS-COMERCIO                  PIC X(32).
           05  CLAS-MONEDA                    PIC X(03).
           05  CLAS-TIPO-MOV                  PIC X(01).
           05  CLAS-IMPORTE                   PIC 9(08)V9(02).
           05  CLAS-CATEGORIA-MOV             PIC X(03).
           05  CLAS-DETALLE-MOV               PIC X(32).

       WORKING-STORAGE SECTION.

             88 FS-RESUMEN-EOF                 VALUE '10'.
             88 FS-RESUMEN-NFD                 VALUE '35'.

          05 FS-COMERCIOS                  PIC X(2).
             88 FS-COMERCIOS-FILE-OK           VALUE '00'.
             88 FS-COMERCIOS-FILE-EOF          VALUE '10'.
             88 FS-COMERCIOS-FILE-NFD          VALUE '35'.
             88 FS-COMERCIOS-CLAVE-NFD         VALUE '23'.

          05 FS-PENDIENTES                 PIC X(2).
             88 FS-PENDIENTES-OK               VALUE '00'.
             88 FS-PENDIENTES-EOF              VALUE '10'.
             88 FS-PENDIENTES-NFD              VALUE '35'.

          05 FS-PEND-TRABAJO               PIC X(2).
             88 FS-PEND-TRABAJO-OK             VALUE '00'.
             88 FS-PEND-TRABAJO-EOF            VALUE '10'.
             88 FS-PEND-TRABAJO-NFD            VALUE '35'.

          05 FS-ASIENTOS                   PIC X(2).
             88 FS-ASIENTOS-OK                 VALUE '00'.
             88 FS-ASIENTOS-EOF                VALUE '10'.
          88 WS-SALIDA-EOF-YES               VALUE 'Y'.
          88 WS-SALIDA-EOF-NO                VALUE 'N'.

       01 WS-PENDIENTES-EOF                  PIC X(1).
          88 WS-PENDIENTES-EOF-YES           VALUE 'Y'.
          88 WS-PENDIENTES-EOF-NO            VALUE 'N'.

       01 WS-PEND-TRABAJO-EOF                PIC X(1).
          88 WS-PEND-TRABAJO-EOF-YES         VALUE 'Y'.
          88 WS-PEND-TRABAJO-EOF-NO          VALUE 'N'.

       01 WS-CONTADORES.
          05 WS-CANT-MOV-LEIDOS             PIC 9(8).
          05 WS-CANT-MOV-LIBERADOS          PIC 9(8).
          05 WS-CANT-COMERCIOS              PIC 9(8).
          05 WS-CANT-RETENIDOS              PIC 9(8).
          05 WS-CANT-PEND-LIBERADOS         PIC 9(8).
          05 WS-CANT-PEND-SIGUEN            PIC 9(8).
          05 WS-CANT-PEND-REEMPLAZADOS      PIC 9(8).

      * SIN MAESTRO DE COMERCIOS NO SE SABE A QUIEN NI DONDE PAGAR:
      * SE LIQUIDA IGUAL, PERO TODO QUEDA RETENIDO.
       01 WS-SW-MAESTRO-COMERCIOS            PIC X(01).
          88 WS-MAESTRO-COMERCIOS-OK         VALUE 'S'.
          88 WS-MAESTRO-COMERCIOS-NO         VALUE 'N'.

      * UNA RETENIDA QUE SE LIBERA Y NO SE PUDO GRABAR EN EL ARCHIVO
      * DE PAGOS SIGUE RETENIDA.
       01 WS-SW-PAGO                         PIC X(01).
          88 WS-PAGO-GRABADO                 VALUE 'S'.
          88 WS-PAGO-CON-ERROR               VALUE 'N'.

      * DESTINO DE UNA LIQUIDACION SEGUN EL MAESTRO DE COMERCIOS: PAGO
      * AL CBU DEL COMERCIO ACTIVO O RETENCION CON SU MOTIVO, MAS EL
      * NOMBRE Y LA CATEGORIA CON QUE SE INFORMA.
       01 WS-DESTINO-LIQ.
          05 WS-SW-DESTINO                  PIC X(01).
             88 WS-DESTINO-PAGO                VALUE 'P'.
             88 WS-DESTINO-RETENIDO            VALUE 'R'.
          05 WS-DES-ID-COMERCIO             PIC X(15).
          05 WS-DES-CATEGORIA               PIC X(03).
          05 WS-DES-NOMBRE                  PIC X(32).
          05 WS-DES-CBU                     PIC X(22).
          05 WS-DES-COD-MOTIVO              PIC X(02).
          05 WS-DES-MOTIVO                  PIC X(30).
          05 WS-DES-SW-COMISION             PIC X(01).
             88 WS-DES-CON-COMISION-PROPIA     VALUE 'S'.
             88 WS-DES-SIN-COMISION-PROPIA     VALUE 'N'.
          05 WS-DES-COMISION                PIC 9(03)V9(02).

      * PERIODO AAAAMM A LIQUIDAR, DE LIQCOMER-FILTRO.SEQ O, SIN
      * FILTRO, EL DE LA FECHA DEL SISTEMA.
       77 WS-COMISION-GENERAL                PIC 9(03)V9(02).
       77 WS-PORC-APLICADO                   PIC 9(03)V9(02).

      * CLAVE DE CORTE DE CONTROL (IDENTIFICACION DEL COMERCIO O,
      * SIN ELLA, CATEGORIA + DETALLE, MAS LA MONEDA), CATEGORIA Y
      * DETALLE DEL PRIMER MOVIMIENTO DEL CORTE, Y ACUMULADORES DEL
      * COMERCIO EN CURSO.
       01 WS-LIQ-CLAVE-ACTUAL.
          05 WS-LIQ-ACT-ID-COMERCIO         PIC X(15).
          05 WS-LIQ-ACT-CATEGORIA           PIC X(03).
          05 WS-LIQ-ACT-COMERCIO            PIC X(32).
          05 WS-LIQ-ACT-MONEDA              PIC X(03).

       01 WS-LIQ-CLAVE-ANTERIOR.
          05 WS-LIQ-ANT-ID-COMERCIO         PIC X(15).
          05 WS-LIQ-ANT-CATEGORIA           PIC X(03).
          05 WS-LIQ-ANT-COMERCIO            PIC X(32).
          05 WS-LIQ-ANT-MONEDA              PIC X(03).

       77 WS-LIQ-CATEGORIA-MOV               PIC X(03).
       77 WS-LIQ-DETALLE-MOV                 PIC X(32).

       77 WS-ACU-CONSUMOS                    PIC 9(11)V9(02).
       77 WS-ACU-DEVOLUCIONES                PIC 9(11)V9(02).
       77 WS-IMPORTE-COMISION                PIC 9(11)V9(02).
          05 FILLER            PIC X(06) VALUE ' NETO '.
          05 RES-NETO          PIC ZZZ.ZZZ.ZZ9,99-.

      * SEGUNDA LINEA DE CADA COMERCIO: SU IDENTIFICACION, EL PERIODO
      * DE LOS CONSUMOS Y A DONDE VA EL NETO (CBU O MOTIVO DE
      * RETENCION).
       01 LINEA-DESTINO-LIQ.
          05 FILLER            PIC X(10) VALUE '    ID:   '.
          05 RES-ID-COMERCIO   PIC X(15).
          05 FILLER            PIC X(09) VALUE ' PERIODO '.
          05 RES-PERIODO       PIC X(06).
          05 FILLER            PIC X(01) VALUE SPACE.
          05 RES-DESTINO       PIC X(24).
          05 RES-DESTINO-DATO  PIC X(32).

       01 LINEA-TOTAL-LIQ.
          05 FILLER            PIC X(22) VALUE
             'COMERCIOS LIQUIDADOS: '.
          05 TOT-COMERCIOS     PIC ZZZZZZZ9.

       01 LINEA-TOTAL-PEND.
          05 TOT-PEND-TEXTO    PIC X(30).
          05 TOT-PEND-CANTIDAD PIC ZZZZZZZ9.
      ******************************************************************

       01  WS-CURRENT-DATE-FIELDS.
          05 WS-PER-HOY-ANIO                 PIC 9(04).
          05 WS-PER-HOY-MES                  PIC 9(02).

       01 WS-FECHA-HOY-ED.
          05 WS-FHE-ANIO                     PIC 9(04).
          05 FILLER                          PIC X VALUE '-'.
          05 WS-FHE-MES                      PIC 9(02).
          05 FILLER                          PIC X VALUE '-'.
          05 WS-FHE-DIA                      PIC 9(02).

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

              THRU 1000-INICIAR-PROGRAMA-EXIT.

           SORT CLASIFICACION
                ON ASCENDING KEY CLAS-ID-COMERCIO
                                 CLAS-CATEGORIA
                                 CLAS-COMERCIO
                                 CLAS-MONEDA
                INPUT PROCEDURE IS 2000-SELECCIONAR-MOVIMIENTOS
                OUTPUT PROCEDURE IS 3000-LIQUIDAR-COMERCIOS
                                THRU 3000-LIQUIDAR-COMERCIOS-FIN.

           PERFORM 3700-ACTUALIZAR-PENDIENTES
              THRU 3700-ACTUALIZAR-PENDIENTES-FIN.

           PERFORM 3500-GRABAR-ASIENTOS-GL
              THRU 3500-GRABAR-ASIENTOS-GL-FIN.

           MOVE 0 TO WS-COMISION-GENERAL.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
           MOVE WS-CURRENT-YEAR  TO WS-FHE-ANIO.
           MOVE WS-CURRENT-MONTH TO WS-FHE-MES.
           MOVE WS-CURRENT-DAY   TO WS-FHE-DIA.

           PERFORM 1100-LEER-FILTRO
              THRU 1100-LEER-FILTRO-FIN.
           PERFORM 1200-CARGAR-COMISIONES
              THRU 1200-CARGAR-COMISIONES-FIN.

           OPEN INPUT ENT-COMERCIO.

           EVALUATE TRUE
               WHEN FS-COMERCIOS-FILE-OK
                    SET WS-MAESTRO-COMERCIOS-OK TO TRUE
               WHEN FS-COMERCIOS-FILE-NFD
                    SET WS-MAESTRO-COMERCIOS-NO TO TRUE
                    DISPLAY 'SIN MAESTRO DE COMERCIOS, SE RETIENEN '
                            'TODAS LAS LIQUIDACIONES'
               WHEN OTHER
                    SET WS-MAESTRO-COMERCIOS-NO TO TRUE
                    DISPLAY 'ERROR AL ABRIR EL MAESTRO DE COMERCIOS, '
                            'SE RETIENEN TODAS LAS LIQUIDACIONES'
                    DISPLAY 'FILE STATUS: ' FS-COMERCIOS
           END-EVALUATE.

           OPEN INPUT HISTORIAL.

           EVALUATE TRUE

      * LOS AJUSTES POR DISPUTA ('*DI') NO SON VENTAS DE NINGUN
      * COMERCIO: EL LADO COMERCIO DE UNA DISPUTA VIAJA POR
      * CONTRACARGOS.SEQ Y AQUI SE DESCARTAN. LAS CUOTAS 2 A N DE UN
      * PLAN TAMPOCO: AL COMERCIO SE LE LIQUIDO LA COMPRA COMPLETA
      * CON LA CUOTA 1.
           IF HIS-PERIODO = WS-PERIODO-LIQ
              AND (HIS-ES-CONSUMO OR HIS-ES-DEVOLUCION)
              AND NOT HIS-ES-AJUSTE-DISPUTA
              AND NOT (HIS-ES-CONSUMO AND HIS-ES-CUOTA-PLAN)
              MOVE HIS-ID-COMERCIO TO CLAS-ID-COMERCIO
              IF HIS-ID-COMERCIO = SPACES
                 MOVE HIS-CATEGORIA TO CLAS-CATEGORIA
                 MOVE HIS-DETALLE   TO CLAS-COMERCIO
              ELSE
                 MOVE SPACES        TO CLAS-CATEGORIA
                 MOVE SPACES        TO CLAS-COMERCIO
              END-IF
              MOVE HIS-MONEDA    TO CLAS-MONEDA
              MOVE HIS-TIPO-MOV  TO CLAS-TIPO-MOV
              MOVE HIS-IMPORTE   TO CLAS-IMPORTE
              MOVE HIS-CATEGORIA TO CLAS-CATEGORIA-MOV
              MOVE HIS-DETALLE   TO CLAS-DETALLE-MOV
              RELEASE REG-CLAS-LIQ
              ADD 1 TO WS-CANT-MOV-LIBERADOS
           END-IF.
           EXIT.
      *----------------------------------------------------------------*
      * 3000-LIQUIDAR-COMERCIOS : PROCEDIMIENTO DE SALIDA DEL SORT:     *
      * REVISA PRIMERO LAS LIQUIDACIONES RETENIDAS DE OTROS PERIODOS;   *
      * DESPUES HACE EL CORTE DE CONTROL POR COMERCIO Y MONEDA, Y CADA  *
      * CORTE CALCULA LA COMISION, EL NETO A PAGAR, Y GRABA EL PAGO O   *
      * LA RETENCION Y SUS LINEAS DE RESUMEN.                           *
      * ANTES DE GRABAR UN SOLO PAGO VERIFICA QUE LAS RETENIDAS SE      *
      * PUEDAN LEER ENTERAS Y QUE SU COPIA DE TRABAJO SE PUEDA ABRIR:   *
      * SI NO, LIQUIDACION-PENDIENTES.SEQ NO PODRIA REEMPLAZARSE Y LA   *
      * CORRIDA SIGUIENTE VOLVERIA A PAGAR LAS QUE SE LIBERAN HOY, ASI  *
      * QUE SE DETIENE LA CORRIDA. UN ERROR EN LA COPIA DE TRABAJO UNA  *
      * VEZ EMPEZADOS LOS PAGOS TAMBIEN LA DETIENE, CON EL ARCHIVO DE   *
      * PAGOS INCOMPLETO Y LAS RETENIDAS SIN TOCAR, PARA REPROCESAR.    *
      *----------------------------------------------------------------*
       3000-LIQUIDAR-COMERCIOS.

           MOVE 0 TO WS-ACU-CONSUMOS.
           MOVE 0 TO WS-ACU-DEVOLUCIONES.

           PERFORM 3040-VERIFICAR-PENDIENTES
              THRU 3040-VERIFICAR-PENDIENTES-FIN.

           OPEN OUTPUT PENDIENTES-TRABAJO.
           IF NOT FS-PEND-TRABAJO-OK
              DISPLAY '*** ERROR AL ABRIR LIQUIDACION-PENDIENTES-WRK'
                      '.SEQ, SE DETIENE LA CORRIDA ***'
              DISPLAY 'FILE STATUS: ' FS-PEND-TRABAJO
              STOP RUN
           END-IF.

           OPEN OUTPUT PAGOS-COMERCIOS.
           IF NOT FS-PAGOS-OK
              DISPLAY 'ERROR AL ABRIR LIQUIDACION-PAGOS.SEQ'
                 THRU 3900-GRABAR-RESUMEN-FIN
           END-IF.

           PERFORM 3050-REVISAR-PENDIENTES
              THRU 3050-REVISAR-PENDIENTES-FIN.

           PERFORM 3100-RETORNAR-MOVIMIENTO
              THRU 3100-RETORNAR-MOVIMIENTO-FIN.

              THRU 3900-GRABAR-RESUMEN-FIN.
           MOVE WS-CANT-COMERCIOS TO TOT-COMERCIOS.
           MOVE LINEA-TOTAL-LIQ TO LINEA-RESUMEN-LIQ.
           PERFORM 3900-GRABAR-RESUMEN
              THRU 3900-GRABAR-RESUMEN-FIN.
           MOVE 'LIQUIDACIONES RETENIDAS:      ' TO TOT-PEND-TEXTO.
           MOVE WS-CANT-RETENIDOS TO TOT-PEND-CANTIDAD.
           MOVE LINEA-TOTAL-PEND TO LINEA-RESUMEN-LIQ.
           PERFORM 3900-GRABAR-RESUMEN
              THRU 3900-GRABAR-RESUMEN-FIN.
           MOVE 'PENDIENTES ANTERIORES PAGADOS:' TO TOT-PEND-TEXTO.
           MOVE WS-CANT-PEND-LIBERADOS TO TOT-PEND-CANTIDAD.
           MOVE LINEA-TOTAL-PEND TO LINEA-RESUMEN-LIQ.
           PERFORM 3900-GRABAR-RESUMEN
              THRU 3900-GRABAR-RESUMEN-FIN.
           MOVE 'PENDIENTES ANTERIORES SIGUEN: ' TO TOT-PEND-TEXTO.
           MOVE WS-CANT-PEND-SIGUEN TO TOT-PEND-CANTIDAD.
           MOVE LINEA-TOTAL-PEND TO LINEA-RESUMEN-LIQ.
           PERFORM 3900-GRABAR-RESUMEN
              THRU 3900-GRABAR-RESUMEN-FIN.

                      FS-RESUMEN
           END-IF.

           CLOSE PENDIENTES-TRABAJO.
           IF NOT FS-PEND-TRABAJO-OK
              DISPLAY '*** ERROR AL CERRAR LIQUIDACION-PENDIENTES-WRK'
                      '.SEQ, SE DETIENE LA CORRIDA ***'
              DISPLAY 'FILE STATUS: ' FS-PEND-TRABAJO
              PERFORM 3380-PAGOS-A-REPROCESAR
                 THRU 3380-PAGOS-A-REPROCESAR-FIN
           END-IF.

           CLOSE HISTORIAL.
           IF NOT FS-HISTORIAL-OK
              DISPLAY 'ERROR EN CLOSE DEL HISTORIAL: ' FS-HISTORIAL
           END-IF.

           IF WS-MAESTRO-COMERCIOS-OK
              CLOSE ENT-COMERCIO
              IF NOT FS-COMERCIOS-FILE-OK
                 DISPLAY 'ERROR AL CERRAR EL MAESTRO DE COMERCIOS: '
                         FS-COMERCIOS
              END-IF
           END-IF.

       3000-LIQUIDAR-COMERCIOS-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * 3040-VERIFICAR-PENDIENTES : LEE LAS LIQUIDACIONES RETENIDAS DE  *
      * PUNTA A PUNTA SIN PROCESARLAS. CUALQUIER ERROR DE APERTURA O    *
      * LECTURA DETIENE LA CORRIDA ANTES DE ABRIR EL ARCHIVO DE PAGOS.  *
      *----------------------------------------------------------------*
       3040-VERIFICAR-PENDIENTES.

           SET WS-PENDIENTES-EOF-NO TO TRUE.

           OPEN INPUT PENDIENTES-LIQ.

           EVALUATE TRUE
               WHEN FS-PENDIENTES-OK
                    PERFORM 3045-LEER-VERIFICACION
                       THRU 3045-LEER-VERIFICACION-FIN
                      UNTIL WS-PENDIENTES-EOF-YES
                    CLOSE PENDIENTES-LIQ
               WHEN FS-PENDIENTES-NFD
                    CONTINUE
               WHEN OTHER
                    DISPLAY '*** ERROR AL ABRIR LIQUIDACION-PENDIENTES'
                            '.SEQ, SE DETIENE LA CORRIDA ***'
                    DISPLAY 'FILE STATUS: ' FS-PENDIENTES
                    STOP RUN
           END-EVALUATE.

       3040-VERIFICAR-PENDIENTES-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3045-LEER-VERIFICACION.

           READ PENDIENTES-LIQ
             AT END
                SET WS-PENDIENTES-EOF-YES     TO TRUE
             NOT AT END
                SET WS-PENDIENTES-EOF-NO      TO TRUE
           END-READ.

           EVALUATE FS-PENDIENTES
               WHEN '00'
                    CONTINUE
               WHEN '10'
                    CONTINUE
               WHEN OTHER
                    DISPLAY '*** ERROR AL LEER LIQUIDACION-PENDIENTES'
                            '.SEQ, SE DETIENE LA CORRIDA ***'
                    DISPLAY 'FILE STATUS: ' FS-PENDIENTES
                    STOP RUN
           END-EVALUATE.

       3045-LEER-VERIFICACION-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * 3050-REVISAR-PENDIENTES : RECORRE LAS LIQUIDACIONES RETENIDAS.  *
      * LAS DEL PERIODO QUE SE ESTA LIQUIDANDO SE DESCARTAN PORQUE ESTA *
      * CORRIDA LAS VUELVE A GENERAR (UNA RELIQUIDACION NO LAS DUPLICA).*
      * LAS DE OTROS PERIODOS SE PAGAN SI SU COMERCIO YA ESTA ACTIVO;   *
      * SI NO, PASAN A LA COPIA DE TRABAJO CON EL MOTIVO ACTUALIZADO.   *
      *----------------------------------------------------------------*
       3050-REVISAR-PENDIENTES.

           SET WS-PENDIENTES-EOF-NO TO TRUE.

           OPEN INPUT PENDIENTES-LIQ.

           EVALUATE TRUE
               WHEN FS-PENDIENTES-OK
                    PERFORM 3060-LEER-PENDIENTE
                       THRU 3060-LEER-PENDIENTE-FIN
                    PERFORM 3070-REVISAR-UN-PENDIENTE
                       THRU 3070-REVISAR-UN-PENDIENTE-FIN
                      UNTIL WS-PENDIENTES-EOF-YES
                    CLOSE PENDIENTES-LIQ
               WHEN FS-PENDIENTES-NFD
                    CONTINUE
               WHEN OTHER
                    DISPLAY '*** ERROR AL ABRIR LIQUIDACION-PENDIENTES'
                            '.SEQ, SE DETIENE LA CORRIDA ***'
                    DISPLAY 'FILE STATUS: ' FS-PENDIENTES
                    PERFORM 3380-PAGOS-A-REPROCESAR
                       THRU 3380-PAGOS-A-REPROCESAR-FIN
           END-EVALUATE.

       3050-REVISAR-PENDIENTES-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3060-LEER-PENDIENTE.

           READ PENDIENTES-LIQ
             AT END
                SET WS-PENDIENTES-EOF-YES     TO TRUE
             NOT AT END
                SET WS-PENDIENTES-EOF-NO      TO TRUE
           END-READ.

           EVALUATE FS-PENDIENTES
               WHEN '00'
                    CONTINUE
               WHEN '10'
                    CONTINUE
               WHEN OTHER
                    DISPLAY '*** ERROR AL LEER LIQUIDACION-PENDIENTES'
                            '.SEQ, SE DETIENE LA CORRIDA ***'
                    DISPLAY 'FILE STATUS: ' FS-PENDIENTES
                    PERFORM 3380-PAGOS-A-REPROCESAR
                       THRU 3380-PAGOS-A-REPROCESAR-FIN
           END-EVALUATE.

       3060-LEER-PENDIENTE-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * 3070-REVISAR-UN-PENDIENTE : UNA RETENIDA QUE SE LIBERA SE PAGA  *
      * CON SU PERIODO E IMPORTES ORIGINALES; SU COMISION YA FUE AL     *
      * EXTRACTO CONTABLE CUANDO SE RETUVO. SI EL PAGO NO SE PUDO       *
      * GRABAR, SIGUE RETENIDA CON SU MOTIVO ANTERIOR.                  *
      *----------------------------------------------------------------*
       3070-REVISAR-UN-PENDIENTE.

           IF PEN-PERIODO = WS-PERIODO-LIQ
              ADD 1 TO WS-CANT-PEND-REEMPLAZADOS
           ELSE
              MOVE PEN-ID-COMERCIO TO WS-DES-ID-COMERCIO
              MOVE PEN-CATEGORIA   TO WS-DES-CATEGORIA
              MOVE PEN-COMERCIO    TO WS-DES-NOMBRE
              PERFORM 3330-BUSCAR-COMERCIO
                 THRU 3330-BUSCAR-COMERCIO-FIN

              IF WS-DESTINO-PAGO
                 MOVE PEN-PERIODO        TO LIQ-PERIODO
                 MOVE PEN-MONEDA         TO LIQ-MONEDA
                 MOVE PEN-CONSUMOS       TO LIQ-CONSUMOS
                 MOVE PEN-DEVOLUCIONES   TO LIQ-DEVOLUCIONES
                 MOVE PEN-COMISION       TO LIQ-COMISION
                 MOVE PEN-NETO           TO LIQ-NETO
                 PERFORM 3340-GRABAR-PAGO
                    THRU 3340-GRABAR-PAGO-FIN

                 IF WS-PAGO-GRABADO
                    MOVE PEN-PERIODO        TO RES-PERIODO
                    MOVE PEN-MONEDA         TO RES-MONEDA
                    MOVE PEN-CONSUMOS       TO RES-CONSUMOS
                    MOVE PEN-DEVOLUCIONES   TO RES-DEVOLUCIONES
                    MOVE PEN-COMISION       TO RES-COMISION
                    MOVE PEN-NETO           TO RES-NETO
                    MOVE 'PENDIENTE, PAGO A CBU'
                      TO RES-DESTINO
                    MOVE WS-DES-CBU         TO RES-DESTINO-DATO
                    PERFORM 3350-GRABAR-LINEAS-RESUMEN
                       THRU 3350-GRABAR-LINEAS-RESUMEN-FIN
                    ADD 1 TO WS-CANT-PEND-LIBERADOS
                 ELSE
                    PERFORM 3360-GRABAR-PEND-TRABAJO
                       THRU 3360-GRABAR-PEND-TRABAJO-FIN
                    ADD 1 TO WS-CANT-PEND-SIGUEN
                 END-IF
              ELSE
                 MOVE WS-DES-COD-MOTIVO  TO PEN-COD-MOTIVO
                 MOVE WS-DES-MOTIVO      TO PEN-MOTIVO
                 PERFORM 3360-GRABAR-PEND-TRABAJO
                    THRU 3360-GRABAR-PEND-TRABAJO-FIN
                 ADD 1 TO WS-CANT-PEND-SIGUEN
              END-IF
           END-IF.

           PERFORM 3060-LEER-PENDIENTE
              THRU 3060-LEER-PENDIENTE-FIN.

       3070-REVISAR-UN-PENDIENTE-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3100-RETORNAR-MOVIMIENTO.

      *----------------------------------------------------------------*
       3200-ACUMULAR-MOVIMIENTO.

           MOVE CLAS-ID-COMERCIO TO WS-LIQ-ACT-ID-COMERCIO.
           MOVE CLAS-CATEGORIA TO WS-LIQ-ACT-CATEGORIA.
           MOVE CLAS-COMERCIO  TO WS-LIQ-ACT-COMERCIO.
           MOVE CLAS-MONEDA    TO WS-LIQ-ACT-MONEDA.
                 THRU 3300-CERRAR-COMERCIO-FIN
           END-IF.

           IF WS-LIQ-CLAVE-ACTUAL NOT = WS-LIQ-CLAVE-ANTERIOR
              MOVE CLAS-CATEGORIA-MOV TO WS-LIQ-CATEGORIA-MOV
              MOVE CLAS-DETALLE-MOV   TO WS-LIQ-DETALLE-MOV
           END-IF.

           IF CLAS-TIPO-MOV = 'D'
              ADD CLAS-IMPORTE TO WS-ACU-DEVOLUCIONES
           ELSE
           EXIT.
      *----------------------------------------------------------------*
      * 3300-CERRAR-COMERCIO : CIERRA EL CORTE DEL COMERCIO: COMISION   *
      * SOBRE LOS CONSUMOS BRUTOS A LA TASA PROPIA DEL COMERCIO EN EL   *
      * MAESTRO O, SI NO TIENE, A LA DE SU CATEGORIA, NETO = CONSUMOS - *
      * DEVOLUCIONES - COMISION, Y GRABA EL PAGO (COMERCIO ACTIVO) O LA *
      * RETENCION, LAS LINEAS DE RESUMEN Y LA COMISION ACUMULADA DE SU  *
      * MONEDA, QUE SE COBRA AUNQUE EL PAGO QUEDE RETENIDO.             *
      *----------------------------------------------------------------*
       3300-CERRAR-COMERCIO.

           MOVE WS-LIQ-ANT-ID-COMERCIO TO WS-DES-ID-COMERCIO.
           MOVE WS-LIQ-CATEGORIA-MOV   TO WS-DES-CATEGORIA.
           MOVE WS-LIQ-DETALLE-MOV     TO WS-DES-NOMBRE.
           PERFORM 3330-BUSCAR-COMERCIO
              THRU 3330-BUSCAR-COMERCIO-FIN.

           IF WS-DES-CON-COMISION-PROPIA
              MOVE WS-DES-COMISION  TO WS-PORC-APLICADO
           ELSE
              MOVE WS-DES-CATEGORIA TO COM-CATEGORIA
              PERFORM 3310-BUSCAR-COMISION
                 THRU 3310-BUSCAR-COMISION-FIN
           END-IF.

           MULTIPLY WS-ACU-CONSUMOS BY WS-PORC-APLICADO
                 GIVING WS-IMPORTE-COMISION.
                   - WS-ACU-DEVOLUCIONES
                   - WS-IMPORTE-COMISION.

           MOVE WS-PERIODO-LIQ       TO RES-PERIODO.
           MOVE WS-LIQ-ANT-MONEDA    TO RES-MONEDA.
           MOVE WS-ACU-CONSUMOS      TO RES-CONSUMOS.
           MOVE WS-ACU-DEVOLUCIONES  TO RES-DEVOLUCIONES.
           MOVE WS-IMPORTE-COMISION  TO RES-COMISION.
           MOVE WS-IMPORTE-NETO      TO RES-NETO.

           IF WS-DESTINO-PAGO
              MOVE WS-PERIODO-LIQ       TO LIQ-PERIODO
              MOVE WS-LIQ-ANT-MONEDA    TO LIQ-MONEDA
              MOVE WS-ACU-CONSUMOS      TO LIQ-CONSUMOS
              MOVE WS-ACU-DEVOLUCIONES  TO LIQ-DEVOLUCIONES
              MOVE WS-IMPORTE-COMISION  TO LIQ-COMISION
              MOVE WS-IMPORTE-NETO      TO LIQ-NETO
              PERFORM 3340-GRABAR-PAGO
                 THRU 3340-GRABAR-PAGO-FIN
              MOVE 'PAGO A CBU'         TO RES-DESTINO
              MOVE WS-DES-CBU           TO RES-DESTINO-DATO
           ELSE
              MOVE WS-PERIODO-LIQ       TO PEN-PERIODO
              MOVE WS-DES-ID-COMERCIO   TO PEN-ID-COMERCIO
              MOVE WS-DES-CATEGORIA     TO PEN-CATEGORIA
              MOVE WS-DES-NOMBRE        TO PEN-COMERCIO
              MOVE WS-LIQ-ANT-MONEDA    TO PEN-MONEDA
              MOVE WS-ACU-CONSUMOS      TO PEN-CONSUMOS
              MOVE WS-ACU-DEVOLUCIONES  TO PEN-DEVOLUCIONES
              MOVE WS-IMPORTE-COMISION  TO PEN-COMISION
              MOVE WS-IMPORTE-NETO      TO PEN-NETO
              MOVE WS-DES-COD-MOTIVO    TO PEN-COD-MOTIVO
              MOVE WS-DES-MOTIVO        TO PEN-MOTIVO
              MOVE WS-FECHA-HOY-ED      TO PEN-FECHA-RETENCION
              PERFORM 3360-GRABAR-PEND-TRABAJO
                 THRU 3360-GRABAR-PEND-TRABAJO-FIN
              ADD 1 TO WS-CANT-RETENIDOS
              MOVE 'RETENIDO:'          TO RES-DESTINO
              MOVE WS-DES-MOTIVO        TO RES-DESTINO-DATO
           END-IF.

           PERFORM 3350-GRABAR-LINEAS-RESUMEN
              THRU 3350-GRABAR-LINEAS-RESUMEN-FIN.

           PERFORM 3320-ACUMULAR-GL-COMISION
              THRU 3320-ACUMULAR-GL-COMISION-FIN.
       3320-ACUMULAR-GL-COMISION-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * 3330-BUSCAR-COMERCIO : DECIDE EL DESTINO DE UNA LIQUIDACION     *
      * SEGUN EL MAESTRO DE COMERCIOS. ENTRAN LA IDENTIFICACION, Y LA   *
      * CATEGORIA Y EL NOMBRE DE LOS MOVIMIENTOS (QUE SE INFORMAN SI EL *
      * COMERCIO NO ESTA EN EL MAESTRO); SALEN PAGO AL CBU O RETENCION  *
      * CON SU MOTIVO, Y LA COMISION PROPIA SI EL COMERCIO LA TIENE.    *
      *----------------------------------------------------------------*
       3330-BUSCAR-COMERCIO.

           SET WS-DESTINO-RETENIDO        TO TRUE.
           SET WS-DES-SIN-COMISION-PROPIA TO TRUE.
           MOVE 0      TO WS-DES-COMISION.
           MOVE SPACES TO WS-DES-CBU.
           MOVE SPACES TO WS-DES-COD-MOTIVO.
           MOVE SPACES TO WS-DES-MOTIVO.

           EVALUATE TRUE
               WHEN WS-DES-ID-COMERCIO = SPACES
                    MOVE '01' TO WS-DES-COD-MOTIVO
                    MOVE 'SIN ID DE COMERCIO' TO WS-DES-MOTIVO
               WHEN WS-MAESTRO-COMERCIOS-NO
                    MOVE '05' TO WS-DES-COD-MOTIVO
                    MOVE 'SIN MAESTRO DE COMERCIOS' TO WS-DES-MOTIVO
               WHEN OTHER
                    MOVE WS-DES-ID-COMERCIO TO CMR-ID-COMERCIO
                    READ ENT-COMERCIO KEY IS CMR-ID-COMERCIO
                    PERFORM 3335-APLICAR-MAESTRO
                       THRU 3335-APLICAR-MAESTRO-FIN
           END-EVALUATE.

       3330-BUSCAR-COMERCIO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3335-APLICAR-MAESTRO.

           IF FS-COMERCIOS-FILE-OK
              MOVE CMR-NOMBRE    TO WS-DES-NOMBRE
              MOVE CMR-CATEGORIA TO WS-DES-CATEGORIA
              IF CMR-CON-COMISION-PROPIA
                 SET WS-DES-CON-COMISION-PROPIA TO TRUE
                 MOVE CMR-COMISION TO WS-DES-COMISION
              END-IF
           END-IF.

           EVALUATE TRUE
               WHEN FS-COMERCIOS-CLAVE-NFD
                    MOVE '02' TO WS-DES-COD-MOTIVO
                    MOVE 'COMERCIO INEXISTENTE' TO WS-DES-MOTIVO
               WHEN NOT FS-COMERCIOS-FILE-OK
                    MOVE '02' TO WS-DES-COD-MOTIVO
                    MOVE 'COMERCIO INEXISTENTE' TO WS-DES-MOTIVO
                    DISPLAY 'ERROR AL LEER EL MAESTRO DE COMERCIOS: '
                            WS-DES-ID-COMERCIO
                    DISPLAY 'FILE STATUS: ' FS-COMERCIOS
               WHEN CMR-ACTIVO
                    SET WS-DESTINO-PAGO TO TRUE
                    MOVE CMR-CBU TO WS-DES-CBU
               WHEN CMR-CERRADO
                    MOVE '04' TO WS-DES-COD-MOTIVO
                    MOVE 'COMERCIO CERRADO' TO WS-DES-MOTIVO
               WHEN OTHER
                    MOVE '03' TO WS-DES-COD-MOTIVO
                    MOVE 'COMERCIO SUSPENDIDO' TO WS-DES-MOTIVO
           END-EVALUATE.

       3335-APLICAR-MAESTRO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * 3340-GRABAR-PAGO : COMPLETA EL PAGO (IMPORTES Y PERIODO YA      *
      * CARGADOS) CON LOS DATOS DEL COMERCIO Y SU CBU, Y LO GRABA,      *
      * DEJANDO EN WS-SW-PAGO SI LA GRABACION ANDUVO.                   *
      *----------------------------------------------------------------*
       3340-GRABAR-PAGO.

           MOVE WS-DES-CATEGORIA   TO LIQ-CATEGORIA.
           MOVE WS-DES-NOMBRE      TO LIQ-COMERCIO.
           MOVE WS-DES-ID-COMERCIO TO LIQ-ID-COMERCIO.
           MOVE WS-DES-CBU         TO LIQ-CBU.
           WRITE REG-PAGO-COMERCIO.

           IF FS-PAGOS-OK
              SET WS-PAGO-GRABADO TO TRUE
           ELSE
              SET WS-PAGO-CON-ERROR TO TRUE
              DISPLAY 'ERROR AL GRABAR LIQUIDACION-PAGOS.SEQ'
              DISPLAY 'FILE STATUS: ' FS-PAGOS
           END-IF.

       3340-GRABAR-PAGO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * 3350-GRABAR-LINEAS-RESUMEN : LINEA DE IMPORTES DEL COMERCIO Y   *
      * LINEA CON SU IDENTIFICACION Y EL DESTINO DEL NETO (IMPORTES Y   *
      * DESTINO YA CARGADOS).                                           *
      *----------------------------------------------------------------*
       3350-GRABAR-LINEAS-RESUMEN.

           MOVE WS-DES-NOMBRE      TO RES-COMERCIO.
           MOVE WS-DES-CATEGORIA   TO RES-CATEGORIA.
           MOVE LINEA-COMERCIO-LIQ TO LINEA-RESUMEN-LIQ.
           PERFORM 3900-GRABAR-RESUMEN
              THRU 3900-GRABAR-RESUMEN-FIN.

           MOVE WS-DES-ID-COMERCIO TO RES-ID-COMERCIO.
           MOVE LINEA-DESTINO-LIQ  TO LINEA-RESUMEN-LIQ.
           PERFORM 3900-GRABAR-RESUMEN
              THRU 3900-GRABAR-RESUMEN-FIN.

       3350-GRABAR-LINEAS-RESUMEN-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3360-GRABAR-PEND-TRABAJO.

           MOVE REG-PENDIENTE-LIQ TO REG-PENDIENTE-TRABAJO.
           WRITE REG-PENDIENTE-TRABAJO.

           IF NOT FS-PEND-TRABAJO-OK
              DISPLAY '*** ERROR AL GRABAR LIQUIDACION-PENDIENTES-WRK'
                      ', SE DETIENE LA CORRIDA ***'
              DISPLAY 'FILE STATUS: ' FS-PEND-TRABAJO
              DISPLAY '*** LIQUIDACION RETENIDA SIN GRABAR: '
                      PEN-PERIODO ' ' PEN-ID-COMERCIO ' '
                      PEN-MONEDA ' ' PEN-NETO
              PERFORM 3380-PAGOS-A-REPROCESAR
                 THRU 3380-PAGOS-A-REPROCESAR-FIN
           END-IF.

       3360-GRABAR-PEND-TRABAJO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * 3380-PAGOS-A-REPROCESAR : CORTE POR ERROR UNA VEZ EMPEZADOS     *
      * LOS PAGOS: LIQUIDACION-PENDIENTES.SEQ NO SE TOCO, Y EL ARCHIVO  *
      * DE PAGOS NO DEBE ENVIARSE; LA LIQUIDACION SE VUELVE A CORRER    *
      * ENTERA.                                                         *
      *----------------------------------------------------------------*
       3380-PAGOS-A-REPROCESAR.

           DISPLAY '*** LIQUIDACION-PAGOS.SEQ INCOMPLETO, NO ENVIAR. '
                   'LIQUIDACION-PENDIENTES.SEQ NO SE MODIFICO, '
                   'REPROCESAR LA LIQUIDACION ***'.
           STOP RUN.

       3380-PAGOS-A-REPROCESAR-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * 3500-GRABAR-ASIENTOS-GL : AGREGA AL EXTRACTO CONTABLE DEL DIA   *
      * (EN EXTEND, SIN PISAR LO QUE DEJO LA FACTURACION) UN DEBE DE    *
      * 'COMISIONES COMERCIOS' Y SU HABER DE 'INGRESOS POR COMISION'    *

       3520-GRABAR-ASIENTO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * 3700-ACTUALIZAR-PENDIENTES : VUELCA LA COPIA DE TRABAJO (LAS    *
      * RETENIDAS QUE SIGUEN MAS LAS NUEVAS DEL PERIODO) SOBRE          *
      * LIQUIDACION-PENDIENTES.SEQ. SI ALGO FALLO, EL ARCHIVO QUEDA     *
      * COMO ESTABA Y LA COPIA DE TRABAJO QUEDA PARA REVISARLA.         *
      *----------------------------------------------------------------*
       3700-ACTUALIZAR-PENDIENTES.

           SET WS-PEND-TRABAJO-EOF-NO TO TRUE.
           OPEN INPUT PENDIENTES-TRABAJO.
           OPEN OUTPUT PENDIENTES-LIQ.

           IF FS-PEND-TRABAJO-OK AND FS-PENDIENTES-OK
              PERFORM 3710-LEER-PEND-TRABAJO
                 THRU 3710-LEER-PEND-TRABAJO-FIN
              PERFORM 3720-COPIAR-PENDIENTE
                 THRU 3720-COPIAR-PENDIENTE-FIN
                UNTIL WS-PEND-TRABAJO-EOF-YES
           ELSE
              DISPLAY 'ERROR AL ACTUALIZAR LIQUIDACION-PENDIENTES'
              DISPLAY 'FILE STATUS: ' FS-PEND-TRABAJO ' '
                      FS-PENDIENTES
           END-IF.

           CLOSE PENDIENTES-TRABAJO.
           CLOSE PENDIENTES-LIQ.

       3700-ACTUALIZAR-PENDIENTES-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3710-LEER-PEND-TRABAJO.

           READ PENDIENTES-TRABAJO
             AT END
                SET WS-PEND-TRABAJO-EOF-YES   TO TRUE
             NOT AT END
                SET WS-PEND-TRABAJO-EOF-NO    TO TRUE
           END-READ.

           EVALUATE FS-PEND-TRABAJO
               WHEN '00'
                    CONTINUE
               WHEN '10'
                    CONTINUE
               WHEN OTHER
                    SET WS-PEND-TRABAJO-EOF-YES    TO TRUE
                    DISPLAY 'ERROR AL LEER LIQUIDACION-PENDIENTES-WRK'
                    DISPLAY 'FILE STATUS: ' FS-PEND-TRABAJO
           END-EVALUATE.

       3710-LEER-PEND-TRABAJO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3720-COPIAR-PENDIENTE.

           MOVE REG-PENDIENTE-TRABAJO TO REG-PENDIENTE-LIQ.
           WRITE REG-PENDIENTE-LIQ.

           IF NOT FS-PENDIENTES-OK
              DISPLAY 'ERROR AL GRABAR LIQUIDACION-PENDIENTES.SEQ'
              DISPLAY 'FILE STATUS: ' FS-PENDIENTES
           END-IF.

           PERFORM 3710-LEER-PEND-TRABAJO
              THRU 3710-LEER-PEND-TRABAJO-FIN.

       3720-COPIAR-PENDIENTE-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3900-GRABAR-RESUMEN.

                   WS-CANT-MOV-LIBERADOS.
           DISPLAY 'COMERCIOS LIQUIDADOS       : '
                   WS-CANT-COMERCIOS.
           DISPLAY 'LIQUIDACIONES RETENIDAS    : '
                   WS-CANT-RETENIDOS.
           DISPLAY 'PENDIENTES ANT. PAGADOS    : '
                   WS-CANT-PEND-LIBERADOS.
           DISPLAY 'PENDIENTES ANT. QUE SIGUEN : '
                   WS-CANT-PEND-SIGUEN.
           DISPLAY 'PENDIENTES DEL PERIODO REEM: '
                   WS-CANT-PEND-REEMPLAZADOS.
           DISPLAY '--------------------------------------'.
           DISPLAY '          FIN DEL PROGRAMA            '.
           DISPLAY '--------------------------------------'.
