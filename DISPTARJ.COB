      *          RECHAZOS. TAMBIEN APLICA LAS RESOLUCIONES DE CASOS:
      *          GANADA DEJA FIRME EL CREDITO, PERDIDA GENERA EL
      *          REDEBITO AL MISMO FEED.
      *          UNA TARJETA REPUESTA POR PERDIDA O ROBO
      *          (REEMPLAZOS.SEQ) SE TRATA COMO UNA SOLA: LA DISPUTA
      *          PUEDE VENIR CON EL NUMERO VIEJO O EL NUEVO, Y EL
      *          CASO, EL CREDITO Y EL REDEBITO VAN AL NUMERO VIGENTE.
      * Tectonics: cobc
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CONTRACARGOS.

       SELECT REEMPLAZOS
           ASSIGN TO '../REEMPLAZOS.SEQ'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-REEMPLAZOS.

       SELECT CLASIFICACION
           ASSIGN TO 'SORTWK'.

       COPY "DISPMOVI.CPY".
       COPY "RECHTARJ.CPY".
       COPY "DISPCONT.CPY".
       COPY "REEMPLAZ.CPY".

       SD  CLASIFICACION.
       01  REG-CLAS-CCG.
             88 FS-CONTRACARGOS-EOF            VALUE '10'.
             88 FS-CONTRACARGOS-NFD            VALUE '35'.

          05 FS-REEMPLAZOS                 PIC X(2).
             88 FS-REEMPLAZOS-OK               VALUE '00'.
             88 FS-REEMPLAZOS-EOF              VALUE '10'.
             88 FS-REEMPLAZOS-NFD              VALUE '35'.

       01 WS-DISPUTAS-EOF                    PIC X(1).
          88 WS-DISPUTAS-EOF-YES             VALUE 'Y'.
          88 WS-DISPUTAS-EOF-NO              VALUE 'N'.
          88 WS-SALIDA-EOF-YES               VALUE 'Y'.
          88 WS-SALIDA-EOF-NO                VALUE 'N'.

       01 WS-REEMPLAZOS-EOF                  PIC X(1).
          88 WS-REEMPLAZOS-EOF-YES           VALUE 'Y'.
          88 WS-REEMPLAZOS-EOF-NO            VALUE 'N'.

       01 WS-CONTADORES.
          05 WS-CANT-DISP-LEIDAS            PIC 9(8).
          05 WS-CANT-DISP-ACEPTADAS         PIC 9(8).
                88 WS-CAS-GANADA                  VALUE 'G'.
                88 WS-CAS-PERDIDA                 VALUE 'X'.

      * REEMPLAZOS DE NUMERO POR REPOSICION (REEMPLAZOS.SEQ). SE
      * CARGAN ANTES QUE LOS CASOS: UN CASO ABIERTO CON EL NUMERO
      * VIEJO PASA AL VIGENTE AL CARGARSE, ASI UN REDEBITO NUNCA VA A
      * UNA TARJETA CERRADA. UNA TABLA LLENA DETIENE LA CORRIDA.
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

      * NUMERO VIGENTE DE LA TARJETA DE LA DISPUTA EN CURSO.
       01 WS-DIS-NRO-VIGENTE                 PIC X(19).

       01 WS-SW-REEMPLAZO                    PIC X(01).
          88 WS-REEMPLAZO-HALLADO            VALUE 'S'.
          88 WS-REEMPLAZO-NO-HALLADO         VALUE 'N'.

       01 WS-SW-TARJETA                      PIC X(01).
          88 WS-TARJETA-PEDIDA               VALUE 'S'.
          88 WS-TARJETA-NO-PEDIDA            VALUE 'N'.

       01 WS-SW-CASO                         PIC X(01).
          88 WS-CASO-ENCONTRADO              VALUE 'S'.
          88 WS-CASO-NO-ENCONTRADO           VALUE 'N'.
          05 WS-MOV-CANT-CUOTAS             PIC 9(02).
          05 WS-MOV-TIPO-MOV                PIC X(01).
          05 WS-MOV-CATEGORIA               PIC X(03).
          05 WS-MOV-ID-COMERCIO             PIC X(15).

       01 WS-DET-CREDITO.
          05 FILLER                          PIC X(21) VALUE
           PERFORM 1050-CARGAR-RESOLUCIONES
              THRU 1050-CARGAR-RESOLUCIONES-FIN.

           PERFORM 1070-CARGAR-REEMPLAZOS
              THRU 1070-CARGAR-REEMPLAZOS-FIN.

           PERFORM 1060-CARGAR-CASOS
              THRU 1060-CARGAR-CASOS-FIN.
      *----------------------------------------------------------------*
              ADD 1 TO WS-CANT-CASOS
              MOVE CAS-NRO-CASO
                TO WS-CAS-NRO-CASO(WS-CANT-CASOS)
              MOVE CAS-NRO-TARJ TO WS-NRO-VIGENTE
              PERFORM 1080-RESOLVER-VIGENTE
                 THRU 1080-RESOLVER-VIGENTE-FIN
              MOVE WS-NRO-VIGENTE
                TO WS-CAS-NRO-TARJ(WS-CANT-CASOS)
              MOVE CAS-PERIODO
                TO WS-CAS-PERIODO(WS-CANT-CASOS)

       1062-CARGAR-UN-CASO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * 1070-CARGAR-REEMPLAZOS : CARGA LA TABLA DE REEMPLAZOS DE        *
      * NUMERO. SIN ARCHIVO NO HUBO REPOSICIONES.                       *
      *----------------------------------------------------------------*
       1070-CARGAR-REEMPLAZOS.

           MOVE 0 TO WS-CANT-REEMP.
           SET WS-REEMPLAZOS-EOF-NO TO TRUE.

           OPEN INPUT REEMPLAZOS.

           EVALUATE TRUE
               WHEN FS-REEMPLAZOS-OK
                    PERFORM 1071-LEER-REEMPLAZO
                       THRU 1071-LEER-REEMPLAZO-FIN
                    PERFORM 1072-CARGAR-UN-REEMPLAZO
                       THRU 1072-CARGAR-UN-REEMPLAZO-FIN
                      UNTIL WS-REEMPLAZOS-EOF-YES
                    CLOSE REEMPLAZOS
               WHEN FS-REEMPLAZOS-NFD
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR REEMPLAZOS.SEQ'
                    DISPLAY 'FILE STATUS: ' FS-REEMPLAZOS
           END-EVALUATE.

       1070-CARGAR-REEMPLAZOS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1071-LEER-REEMPLAZO.

           READ REEMPLAZOS
             AT END
                SET WS-REEMPLAZOS-EOF-YES     TO TRUE
             NOT AT END
                SET WS-REEMPLAZOS-EOF-NO      TO TRUE
           END-READ.

       1071-LEER-REEMPLAZO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1072-CARGAR-UN-REEMPLAZO.

           IF WS-CANT-REEMP < 5000
              ADD 1 TO WS-CANT-REEMP
              MOVE RMP-NRO-TARJ-ANT TO WS-REE-NRO-ANT(WS-CANT-REEMP)
              MOVE RMP-NRO-TARJ-NUE TO WS-REE-NRO-NUE(WS-CANT-REEMP)
           ELSE
              DISPLAY '*** TABLA DE REEMPLAZOS LLENA, SE DETIENE '
                      'LA CORRIDA SIN TOCAR NADA ***'
              STOP RUN
           END-IF.

           PERFORM 1071-LEER-REEMPLAZO
              THRU 1071-LEER-REEMPLAZO-FIN.

       1072-CARGAR-UN-REEMPLAZO-FIN.
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
       1500-LEER-DISPUTA.

           MOVE 1                           TO WS-MOV-CANT-CUOTAS.
           MOVE 'C'                         TO WS-MOV-TIPO-MOV.
           MOVE WS-CAT-AJUSTE-DISPUTA       TO WS-MOV-CATEGORIA.
           MOVE SPACES                      TO WS-MOV-ID-COMERCIO.

           PERFORM 2700-GRABAR-MOV-FEED
              THRU 2700-GRABAR-MOV-FEED-FIN.
           MOVE DIS-NRO-TARJ TO WS-NRO-TARJ-I.
           CALL 'CLVALTAR' USING WS-VALIDA-TARJETA.

           MOVE DIS-NRO-TARJ TO WS-NRO-VIGENTE.
           PERFORM 1080-RESOLVER-VIGENTE
              THRU 1080-RESOLVER-VIGENTE-FIN.
           MOVE WS-NRO-VIGENTE TO WS-DIS-NRO-VIGENTE.

           IF WS-VALTARJ-O = 'N'
              MOVE DIS-ARCHIVOS TO DETALLE OF REG-RECHAZOS
              MOVE '85' TO CODIGO-ERROR OF REG-RECHAZOS
      * 2120-VERIFICAR-DUPLICADA : BUSCA UN CASO VIGENTE (PENDIENTE O   *
      * GANADO) POR EL MISMO MOVIMIENTO. UN CASO PERDIDO NO BLOQUEA:    *
      * EL TITULAR PUEDE VOLVER A DISPUTAR CON NUEVA DOCUMENTACION.     *
      * LOS CASOS GUARDAN EL NUMERO VIGENTE, ASI QUE SE COMPARA CONTRA  *
      * EL VIGENTE DE LA DISPUTA.                                       *
      *----------------------------------------------------------------*
       2120-VERIFICAR-DUPLICADA.

           IF WS-CANT-CASOS > 0
              SET WS-IX-CAS TO 1
              SEARCH WS-CAS-ITEM
                 WHEN WS-CAS-NRO-TARJ(WS-IX-CAS) = WS-DIS-NRO-VIGENTE
                  AND WS-CAS-PERIODO(WS-IX-CAS) = DIS-PERIODO
                  AND WS-CAS-FECHA-MOV(WS-IX-CAS) = DIS-FECHA
                  AND WS-CAS-DETALLE(WS-IX-CAS) = DIS-DETALLE
      *----------------------------------------------------------------*
       2132-COMPARAR-MOVIMIENTO.

      * SOLO SE DISPUTA LA COMPRA ORIGINAL: LAS CUOTAS 2 A N DE UN
      * PLAN REPITEN FECHA Y DETALLE PERO NO MOVIERON SALDO.
           SET WS-TARJETA-NO-PEDIDA TO TRUE.
           IF HIS-PERIODO = DIS-PERIODO
              AND HIS-FECHA = DIS-FECHA
              AND HIS-DETALLE = DIS-DETALLE
              AND HIS-ES-CONSUMO
              AND NOT HIS-ES-CUOTA-PLAN
              PERFORM 2133-VERIFICAR-TARJETA
                 THRU 2133-VERIFICAR-TARJETA-FIN
           END-IF.

           IF WS-TARJETA-PEDIDA
              SET WS-MOV-ENCONTRADO TO TRUE
      * EL CONSUMO SE FACTURO NETO DE SU DESCUENTO: ACREDITAR EL
      * BRUTO SOBRE-ACREDITARIA AL TITULAR POR EL DESCUENTO.
       2132-COMPARAR-MOVIMIENTO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * 2133-VERIFICAR-TARJETA : EL MOVIMIENTO ES DE LA TARJETA         *
      * DISPUTADA SI EL NUMERO COINCIDE O SI AMBOS TERMINAN EN LA       *
      * MISMA TARJETA VIGENTE (CONSUMO HECHO ANTES DE UNA REPOSICION).  *
      *----------------------------------------------------------------*
       2133-VERIFICAR-TARJETA.

           IF HIS-NRO-TARJ = DIS-NRO-TARJ
              SET WS-TARJETA-PEDIDA TO TRUE
           ELSE
              MOVE HIS-NRO-TARJ TO WS-NRO-VIGENTE
              PERFORM 1080-RESOLVER-VIGENTE
                 THRU 1080-RESOLVER-VIGENTE-FIN
              IF WS-NRO-VIGENTE = WS-DIS-NRO-VIGENTE
                 SET WS-TARJETA-PEDIDA TO TRUE
              END-IF
           END-IF.

       2133-VERIFICAR-TARJETA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * 2140-CREAR-CASO : ABRE EL CASO PENDIENTE CON LOS DATOS DEL      *
      * MOVIMIENTO HALLADO, GENERA EL CREDITO PROVISORIO ('D') AL FEED  *
      * Y LIBERA EL RECLAMO AL CLASIFICADOR DE CONTRACARGOS. TODO VA    *
      * AL NUMERO VIGENTE: TP02EJ01 RECHAZA UN CREDITO A UNA TARJETA    *
      * CERRADA POR REPOSICION.                                         *
      *----------------------------------------------------------------*
       2140-CREAR-CASO.

              SET WS-IX-CAS TO WS-CANT-CASOS
              MOVE WS-ULTIMO-NRO-CASO
                TO WS-CAS-NRO-CASO(WS-IX-CAS)
              MOVE WS-DIS-NRO-VIGENTE
                TO WS-CAS-NRO-TARJ(WS-IX-CAS)
              MOVE DIS-PERIODO  TO WS-CAS-PERIODO(WS-IX-CAS)
              MOVE DIS-FECHA    TO WS-CAS-FECHA-MOV(WS-IX-CAS)
              MOVE DIS-DETALLE  TO WS-CAS-DETALLE(WS-IX-CAS)
              SET WS-CAS-PENDIENTE(WS-IX-CAS) TO TRUE

              MOVE WS-FECHA-PROCESO-ED TO WS-MOV-FECHA
              MOVE WS-DIS-NRO-VIGENTE  TO WS-MOV-NRO-TARJETA
              MOVE WS-HAL-MONEDA       TO WS-MOV-MONEDA
              MOVE WS-HAL-IMPORTE      TO WS-MOV-IMPORTE
              MOVE WS-ULTIMO-NRO-CASO  TO WS-DET-CRE-NRO
              MOVE 1                   TO WS-MOV-CANT-CUOTAS
              MOVE 'D'                 TO WS-MOV-TIPO-MOV
              MOVE WS-CAT-AJUSTE-DISPUTA TO WS-MOV-CATEGORIA
              MOVE SPACES              TO WS-MOV-ID-COMERCIO

              PERFORM 2700-GRABAR-MOV-FEED
                 THRU 2700-GRABAR-MOV-FEED-FIN
              MOVE DIS-DETALLE         TO CLAS-COMERCIO
              MOVE WS-HAL-MONEDA       TO CLAS-MONEDA
              MOVE WS-ULTIMO-NRO-CASO  TO CLAS-NRO-CASO
              MOVE WS-DIS-NRO-VIGENTE  TO CLAS-NRO-TARJ
              MOVE DIS-FECHA           TO CLAS-FECHA-MOV
              MOVE WS-HAL-IMPORTE      TO CLAS-IMPORTE
              RELEASE REG-CLAS-CCG
