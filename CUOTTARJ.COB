      *----------------------------------------------------------------*
      *Author:  GABRIELA RODRIGUEZ                                     *
      *         CLAUDIA SANTILLAN                                      *
      *         GABY OSELLA                                            *
      *         GUILLERMO RODRIGUEZ                                    *
      *         EDDISON MORA GOMEZ
      * Date: 15/10/2026
      * Purpose: GENERACION MENSUAL DE CUOTAS DE LOS PLANES DE CUOTAS:
      *          RECORRE PLANES-CUOTAS.SEQ (QUE TP02EJ01 ABRE AL
      *          FACTURAR LA PRIMERA CUOTA DE UN CONSUMO FINANCIADO)
      *          Y, POR CADA PLAN ABIERTO CON CUOTAS PENDIENTES, GRABA
      *          LA PROXIMA CUOTA COMO MOVIMIENTO 'C' EN FORMATO
      *          REG-ENTRADA, CON LA FECHA, DETALLE, MONEDA Y
      *          CATEGORIA DE LA COMPRA ORIGINAL Y SU NUMERO DE CUOTA,
      *          MAS HEADER Y TRAILER DE CONTROL, EN
      *          CONSUMOS-CUOTAS.SEQ: UNA FUENTE MAS DE LA MEZCLA DE
      *          MEZCONS. LA ULTIMA CUOTA LLEVA EL RESTO DEL REDONDEO.
      *          EL PLAN NO SE AVANZA AQUI SINO AL FACTURARSE LA
      *          CUOTA, ASI UNA CUOTA RECHAZADA SE VUELVE A GENERAR
      *          EL MES SIGUIENTE. UN PLAN CUYA ULTIMA CUOTA YA SE
      *          FACTURO EN EL PERIODO EN CURSO NO GENERA OTRA.
      * Tectonics: cobc
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.

       PROGRAM-ID. CUOTTARJ.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *----------------------------------------------------------------*
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.
      *----------------------------------------------------------------*
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT PLANES-CUOTAS
           ASSIGN TO '../PLANES-CUOTAS.SEQ'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PLANES.

       SELECT SALIDA-CUOTAS
           ASSIGN TO '../CONSUMOS-CUOTAS.SEQ'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SALIDA.

       DATA DIVISION.

       FILE SECTION.

       COPY "PLANCUOT.CPY".
       COPY "CUOTMOVI.CPY".

       WORKING-STORAGE SECTION.

       01 FS-STATUS.
          05 FS-PLANES                     PIC X(2).
             88 FS-PLANES-OK                   VALUE '00'.
             88 FS-PLANES-EOF                  VALUE '10'.
             88 FS-PLANES-NFD                  VALUE '35'.

          05 FS-SALIDA                     PIC X(2).
             88 FS-SALIDA-OK                   VALUE '00'.
             88 FS-SALIDA-EOF                  VALUE '10'.
             88 FS-SALIDA-NFD                  VALUE '35'.

       01 WS-PLANES-EOF                      PIC X(1).
          88 WS-PLANES-EOF-YES               VALUE 'Y'.
          88 WS-PLANES-EOF-NO                VALUE 'N'.

       01 WS-CONTADORES.
          05 WS-CANT-PLANES-LEIDOS          PIC 9(8).
          05 WS-CANT-PLANES-ABIERTOS        PIC 9(8).
          05 WS-CANT-PLANES-AL-DIA          PIC 9(8).
          05 WS-CANT-ULTIMAS-CUOTAS         PIC 9(8).
          05 WS-CANT-MOV-GRABADOS           PIC 9(8).

      * HASH TOTAL DE LOS IMPORTES GRABADOS, PARA EL TRAILER DE
      * CONTROL QUE MEZCONS VERIFICA AL MEZCLAR.
       01 WS-HASH-SALIDA                     PIC 9(13)V9(02).

       01 WS-REG-CONTROL.
          COPY "CONSCTRL.CPY".

       77 WS-IMPORTE-CUOTA                   PIC 9(08)V9(02).
       77 WS-NRO-CUOTA                       PIC 9(02).

      * REGISTRO DE SALIDA AL FEED DE FACTURACION, CON EL LAYOUT DE
      * REG-ENTRADA (CONSUMOS.CPY).
       01 WS-MOV-SALIDA.
          05 WS-MOV-FECHA                   PIC X(10).
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

      * PERIODO DE LA CORRIDA (AAAAMM), COMPARABLE CON
      * PLN-PER-ULT-CUOTA.
       01 WS-PERIODO-CORRIDA.
          05 WS-PER-COR-ANIO                 PIC 9(04).
          05 WS-PER-COR-MES                  PIC 9(02).
       01 WS-PERIODO-CORRIDA-N REDEFINES WS-PERIODO-CORRIDA
                                             PIC 9(06).

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

           PERFORM 1000-INICIAR-PROGRAMA
              THRU 1000-INICIAR-PROGRAMA-EXIT.

           PERFORM 2000-PROCESAR-PLANES
              THRU 2000-PROCESAR-PLANES-EXIT
             UNTIL WS-PLANES-EOF-YES.

           PERFORM 3000-CERRAR-ARCHIVOS
              THRU 3000-CERRAR-ARCHIVOS-EXIT.

           PERFORM 4000-TOTALES-ARCHIVO
              THRU 4000-TOTALES-ARCHIVO-EXIT.

           STOP RUN.
      *----------------------------------------------------------------*
      * 1000-INICIAR-PROGRAMA : SIN PLANES-CUOTAS.SEQ NO HAY PLANES     *
      * ABIERTOS; IGUAL SE GRABA EL FEED VACIO (SOLO HEADER Y TRAILER)  *
      * PARA QUE MEZCONS ENCUENTRE SU FUENTE CONTROLADA.                *
      *----------------------------------------------------------------*
       1000-INICIAR-PROGRAMA.

           INITIALIZE WS-CONTADORES.
           MOVE 0 TO WS-HASH-SALIDA.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
           MOVE WS-CURRENT-YEAR  TO WS-FPR-ANIO.
           MOVE WS-CURRENT-MONTH TO WS-FPR-MES.
           MOVE WS-CURRENT-DAY   TO WS-FPR-DIA.
           MOVE WS-CURRENT-YEAR  TO WS-PER-COR-ANIO.
           MOVE WS-CURRENT-MONTH TO WS-PER-COR-MES.

           SET WS-PLANES-EOF-NO TO TRUE.
      *----------------------------------------------------------------*
           OPEN INPUT PLANES-CUOTAS.

           EVALUATE TRUE
               WHEN FS-PLANES-OK
                    PERFORM 1500-LEER-PLAN
                       THRU 1500-LEER-PLAN-EXIT
               WHEN FS-PLANES-NFD
                    SET WS-PLANES-EOF-YES TO TRUE
                    DISPLAY 'SIN PLANES-CUOTAS.SEQ, NO HAY CUOTAS '
                            'PARA GENERAR EN ESTE CICLO'
               WHEN OTHER
                    SET WS-PLANES-EOF-YES TO TRUE
                    DISPLAY 'ERROR AL ABRIR PLANES-CUOTAS.SEQ'
                    DISPLAY 'FILE STATUS: ' FS-PLANES
           END-EVALUATE.
      *----------------------------------------------------------------*
           OPEN OUTPUT SALIDA-CUOTAS.

           EVALUATE TRUE
               WHEN FS-SALIDA-OK
                    PERFORM 1600-GRABAR-HEADER
                       THRU 1600-GRABAR-HEADER-FIN
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR CONSUMOS-CUOTAS.SEQ'
                    DISPLAY 'FILE STATUS: ' FS-SALIDA
           END-EVALUATE.

       1000-INICIAR-PROGRAMA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1500-LEER-PLAN.

           READ PLANES-CUOTAS
             AT END
                SET WS-PLANES-EOF-YES       TO TRUE
             NOT AT END
                SET WS-PLANES-EOF-NO        TO TRUE
                ADD 1 TO WS-CANT-PLANES-LEIDOS
           END-READ.

           EVALUATE FS-PLANES
               WHEN '00'
                    CONTINUE
               WHEN '10'
                    CONTINUE
               WHEN OTHER
                    SET WS-PLANES-EOF-YES       TO TRUE
                    DISPLAY 'ERROR AL LEER PLANES-CUOTAS.SEQ'
                    DISPLAY 'FILE STATUS: ' FS-PLANES
           END-EVALUATE.

       1500-LEER-PLAN-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1600-GRABAR-HEADER.

           MOVE SPACES TO WS-REG-CONTROL.
           SET CTL-SAL-ES-HEADER TO TRUE.
           MOVE WS-FECHA-PROCESO-ED TO CTL-SAL-FECHA-PROCESO.
           MOVE 'CUOTAS  ' TO CTL-SAL-FEED-ID.

           MOVE WS-REG-CONTROL TO REG-MOV-CUOTA.
           WRITE REG-MOV-CUOTA.

           IF NOT FS-SALIDA-OK
              DISPLAY 'ERROR AL GRABAR EL HEADER DE CUOTAS'
              DISPLAY 'FILE STATUS: ' FS-SALIDA
           END-IF.

       1600-GRABAR-HEADER-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1700-GRABAR-TRAILER.

           MOVE SPACES TO WS-REG-CONTROL.
           SET CTL-SAL-ES-TRAILER TO TRUE.
           MOVE WS-CANT-MOV-GRABADOS TO CTL-SAL-CANT-REG.
           MOVE WS-HASH-SALIDA       TO CTL-SAL-HASH-IMPORTE.

           MOVE WS-REG-CONTROL TO REG-MOV-CUOTA.
           WRITE REG-MOV-CUOTA.

           IF NOT FS-SALIDA-OK
              DISPLAY 'ERROR AL GRABAR EL TRAILER DE CUOTAS'
              DISPLAY 'FILE STATUS: ' FS-SALIDA
           END-IF.

       1700-GRABAR-TRAILER-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * 2000-PROCESAR-PLANES : SOLO LOS PLANES ABIERTOS CON CUOTAS      *
      * PENDIENTES GENERAN CUOTA, Y NO SI LA ULTIMA FACTURADA YA ES DE  *
      * ESTE PERIODO (LA CORRIDA DE FACTURACION DEL MES YA LA COBRO).   *
      *----------------------------------------------------------------*
       2000-PROCESAR-PLANES.

           IF PLN-ABIERTO AND PLN-ULT-CUOTA < PLN-CANT-CUOTAS
              ADD 1 TO WS-CANT-PLANES-ABIERTOS
              IF PLN-PER-ULT-CUOTA < WS-PERIODO-CORRIDA-N
                 PERFORM 2100-GENERAR-CUOTA
                    THRU 2100-GENERAR-CUOTA-FIN
              ELSE
                 ADD 1 TO WS-CANT-PLANES-AL-DIA
              END-IF
           END-IF.

           PERFORM 1500-LEER-PLAN
              THRU 1500-LEER-PLAN-EXIT.

       2000-PROCESAR-PLANES-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 2100-GENERAR-CUOTA : LA PROXIMA CUOTA DEL PLAN. LA ULTIMA LLEVA *
      * EL RESTO (TOTAL MENOS LAS CUOTAS PURAS ANTERIORES), PARA QUE LA *
      * SUMA DE LAS CUOTAS IGUALE AL TOTAL DE LA COMPRA.                *
      *----------------------------------------------------------------*
       2100-GENERAR-CUOTA.

           ADD 1 TO PLN-ULT-CUOTA GIVING WS-NRO-CUOTA.

           IF WS-NRO-CUOTA < PLN-CANT-CUOTAS
              MOVE PLN-IMPORTE-CUOTA TO WS-IMPORTE-CUOTA
           ELSE
              COMPUTE WS-IMPORTE-CUOTA =
                      PLN-IMPORTE-TOTAL
                      - PLN-IMPORTE-CUOTA * (PLN-CANT-CUOTAS - 1)
              ADD 1 TO WS-CANT-ULTIMAS-CUOTAS
           END-IF.

           PERFORM 2700-GRABAR-MOV-FEED
              THRU 2700-GRABAR-MOV-FEED-FIN.

       2100-GENERAR-CUOTA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2700-GRABAR-MOV-FEED.

           MOVE PLN-FECHA-COMPRA    TO WS-MOV-FECHA.
           MOVE PLN-NRO-TARJ        TO WS-MOV-NRO-TARJETA.
           MOVE PLN-MONEDA          TO WS-MOV-MONEDA.
           MOVE WS-IMPORTE-CUOTA    TO WS-MOV-IMPORTE.
           MOVE PLN-DETALLE         TO WS-MOV-DETALLE.
           MOVE WS-NRO-CUOTA        TO WS-MOV-NRO-CUOTA.
           MOVE PLN-CANT-CUOTAS     TO WS-MOV-CANT-CUOTAS.
           MOVE 'C'                 TO WS-MOV-TIPO-MOV.
           MOVE PLN-CATEGORIA       TO WS-MOV-CATEGORIA.
           MOVE SPACES              TO WS-MOV-ID-COMERCIO.

           MOVE WS-MOV-SALIDA TO REG-MOV-CUOTA.
           WRITE REG-MOV-CUOTA.

           IF FS-SALIDA-OK
              ADD 1 TO WS-CANT-MOV-GRABADOS
              ADD WS-IMPORTE-CUOTA TO WS-HASH-SALIDA
           ELSE
              DISPLAY 'ERROR AL GRABAR CONSUMOS-CUOTAS.SEQ'
              DISPLAY 'FILE STATUS: ' FS-SALIDA
           END-IF.

       2700-GRABAR-MOV-FEED-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3000-CERRAR-ARCHIVOS.

           IF FS-PLANES-OK OR FS-PLANES-EOF
              CLOSE PLANES-CUOTAS
              IF NOT FS-PLANES-OK
                 DISPLAY 'ERROR AL CERRAR PLANES-CUOTAS.SEQ: '
                         FS-PLANES
              END-IF
           END-IF.

           IF FS-SALIDA-OK
              PERFORM 1700-GRABAR-TRAILER
                 THRU 1700-GRABAR-TRAILER-FIN
           END-IF.

           CLOSE SALIDA-CUOTAS.
           IF NOT FS-SALIDA-OK
              DISPLAY 'ERROR AL CERRAR CONSUMOS-CUOTAS.SEQ: '
                      FS-SALIDA
           END-IF.

       3000-CERRAR-ARCHIVOS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       4000-TOTALES-ARCHIVO.

           DISPLAY '--------------------------------------'.
           DISPLAY 'PLANES LEIDOS              : '
                   WS-CANT-PLANES-LEIDOS.
           DISPLAY 'PLANES CON CUOTAS PENDIENT.: '
                   WS-CANT-PLANES-ABIERTOS.
           DISPLAY 'PLANES YA FACTURADOS EN MES: '
                   WS-CANT-PLANES-AL-DIA.
           DISPLAY 'ULTIMAS CUOTAS GENERADAS   : '
                   WS-CANT-ULTIMAS-CUOTAS.
           DISPLAY 'MOVIMIENTOS AL FEED        : '
                   WS-CANT-MOV-GRABADOS.
           DISPLAY '--------------------------------------'.
           DISPLAY '          FIN DEL PROGRAMA            '.
           DISPLAY '--------------------------------------'.

       4000-TOTALES-ARCHIVO-EXIT.
           EXIT.
      *----------------------------------------------------------------*

       END PROGRAM CUOTTARJ.
