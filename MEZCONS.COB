      * Date: 23/08/2026
      * Purpose: FRONT-END DE LA FACTURACION: MEZCLA LOS FEEDS DE
      *          CONSUMOS DE CADA SUCURSAL MAS LOS RECHAZOS CORREGIDOS
      *          DE REINCONS (CONSUMOS-REINGRESO.SEQ) Y LAS DEMAS
      *          FUENTES GENERADAS (DISPUTAS, DEBITOS, CANJES, CARGOS,
      *          CUOTAS DE PLANES DE CUOTTARJ Y EL CLEARING DE LA
      *          RED CONVERTIDO POR COMPENSA), LOS CLASIFICA
      *          POR TARJETA Y FECHA Y DEJA EL UNICO CONSUMOS.SEQ
      *          ORDENADO, CON SU HEADER Y TRAILER DE CONTROL, QUE
      *          TP02EJ01 ESPERA. INFORMA CUANTOS REGISTROS ENTRARON
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CARGOS.

       SELECT ENTRADA-CUOTAS
           ASSIGN TO '../CONSUMOS-CUOTAS.SEQ'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CUOTAS.

       SELECT ENTRADA-RED
           ASSIGN TO '../CONSUMOS-RED.SEQ'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RED.

       SELECT ENTRADA
           ASSIGN TO '../CONSUMOS.SEQ'
           ORGANIZATION IS LINE SEQUENTIAL

       FD  ENTRADA-SUC1
           LABEL RECORD STANDARD.
       01  REG-SUC1                           PIC X(97).

       FD  ENTRADA-SUC2
           LABEL RECORD STANDARD.
       01  REG-SUC2                           PIC X(97).

       FD  ENTRADA-SUC3
           LABEL RECORD STANDARD.
       01  REG-SUC3                           PIC X(97).

       FD  ENTRADA-REINGRESO
           LABEL RECORD STANDARD.
       01  REG-REINGRESO-ENT                  PIC X(97).

       FD  ENTRADA-DISPUTAS
           LABEL RECORD STANDARD.
       01  REG-DISPUTAS-ENT                   PIC X(97).

       FD  ENTRADA-DEBITOS
           LABEL RECORD STANDARD.
       01  REG-DEBITOS-ENT                    PIC X(97).

       FD  ENTRADA-CANJES
           LABEL RECORD STANDARD.
       01  REG-CANJES-ENT                     PIC X(97).

       FD  ENTRADA-CARGOS
           LABEL RECORD STANDARD.
       01  REG-CARGOS-ENT                     PIC X(97).

       FD  ENTRADA-CUOTAS
           LABEL RECORD STANDARD.
       01  REG-CUOTAS-ENT                     PIC X(97).

       FD  ENTRADA-RED
           LABEL RECORD STANDARD.
       01  REG-RED-ENT                        PIC X(97).

       COPY "CONSUMOS.CPY".

       01  REG-CLAS.
           05  CLAS-FECHA                     PIC X(10).
           05  CLAS-NRO-TARJETA               PIC X(19).
           05  FILLER                         PIC X(68).

       WORKING-STORAGE SECTION.

             88 FS-CARGOS-EOF                  VALUE '10'.
             88 FS-CARGOS-NFD                  VALUE '35'.

          05 FS-CUOTAS                     PIC X(2).
             88 FS-CUOTAS-OK                   VALUE '00'.
             88 FS-CUOTAS-EOF                  VALUE '10'.
             88 FS-CUOTAS-NFD                  VALUE '35'.

          05 FS-RED                        PIC X(2).
             88 FS-RED-OK                      VALUE '00'.
             88 FS-RED-EOF                     VALUE '10'.
             88 FS-RED-NFD                     VALUE '35'.

          05 FS-SALIDA                     PIC X(2).
             88 FS-SALIDA-OK                   VALUE '00'.
             88 FS-SALIDA-EOF                  VALUE '10'.

      * FUENTE EN PROCESO (1-3 = SUCURSALES, 4 = REINGRESO, 5 =
      * DISPUTAS, 6 = DEBITOS AUTOMATICOS, 7 = CANJES DE PUNTOS,
      * 8 = CARGOS DE SERVICIO, 9 = CUOTAS DE PLANES, 10 = CLEARING
      * DE LA RED) Y
      * SUS CONTADORES: DETALLES
      * LIBERADOS AL SORT Y, SI LA FUENTE TRAE TRAILER, LO DECLARADO
      * PARA VERIFICAR QUE EL FEED LLEGO ENTERO.
       77 WS-FUENTE                          PIC 9(02).

       01 WS-TABLA-FUENTES.
          05 WS-FTE-ITEM OCCURS 10 TIMES.
             10 WS-FTE-NOMBRE                 PIC X(09).
             10 WS-FTE-LEIDOS                 PIC 9(08).
             10 WS-FTE-HASH                   PIC 9(13)V9(02).

      * REGISTRO EN CURSO DE LA FUENTE, CON EL IMPORTE ACCESIBLE PARA
      * EL HASH DE CONTROL.
       01 WS-REG-ACTUAL                      PIC X(97).
       01 WS-REG-ACTUAL-R REDEFINES WS-REG-ACTUAL.
          05 WS-ACT-TIPO-CTL                 PIC X(01).
             88 WS-ACT-ES-HEADER                VALUE 'H'.
           MOVE 'DEBITOS  ' TO WS-FTE-NOMBRE(6).
           MOVE 'CANJES   ' TO WS-FTE-NOMBRE(7).
           MOVE 'CARGOS   ' TO WS-FTE-NOMBRE(8).
           MOVE 'CUOTAS   ' TO WS-FTE-NOMBRE(9).
           MOVE 'RED      ' TO WS-FTE-NOMBRE(10).

           PERFORM 1100-INICIAR-FUENTE
              THRU 1100-INICIAR-FUENTE-FIN
              VARYING WS-FUENTE FROM 1 BY 1
                 UNTIL WS-FUENTE > 10.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
           MOVE WS-CURRENT-YEAR  TO WS-FPR-ANIO.
              THRU 2170-PROCESAR-CANJES-FIN.
           PERFORM 2180-PROCESAR-CARGOS
              THRU 2180-PROCESAR-CARGOS-FIN.
           PERFORM 2190-PROCESAR-CUOTAS
              THRU 2190-PROCESAR-CUOTAS-FIN.
           PERFORM 2195-PROCESAR-RED
              THRU 2195-PROCESAR-RED-FIN.

       2000-CLASIFICAR-ENTRADAS-FIN.
           EXIT.

       2182-PROCESAR-REG-CARGOS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2190-PROCESAR-CUOTAS.

           MOVE 9 TO WS-FUENTE.
           SET WS-FUENTE-EOF-NO TO TRUE.

           OPEN INPUT ENTRADA-CUOTAS.

           EVALUATE TRUE
               WHEN FS-CUOTAS-OK
                    PERFORM 2191-LEER-CUOTAS
                       THRU 2191-LEER-CUOTAS-FIN
                    PERFORM 2192-PROCESAR-REG-CUOTAS
                       THRU 2192-PROCESAR-REG-CUOTAS-FIN
                      UNTIL WS-FUENTE-EOF-YES
                    CLOSE ENTRADA-CUOTAS
                    PERFORM 2300-VERIFICAR-FUENTE
                       THRU 2300-VERIFICAR-FUENTE-FIN
               WHEN FS-CUOTAS-NFD
                    DISPLAY 'SIN CONSUMOS-CUOTAS.SEQ, NO HAY CUOTAS '
                            'DE PLANES PARA SUMAR'
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR CONSUMOS-CUOTAS.SEQ'
                    DISPLAY 'FILE STATUS: ' FS-CUOTAS
           END-EVALUATE.

       2190-PROCESAR-CUOTAS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2191-LEER-CUOTAS.

           READ ENTRADA-CUOTAS
             AT END
                SET WS-FUENTE-EOF-YES     TO TRUE
             NOT AT END
                SET WS-FUENTE-EOF-NO      TO TRUE
                MOVE REG-CUOTAS-ENT TO WS-REG-ACTUAL
           END-READ.

       2191-LEER-CUOTAS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2192-PROCESAR-REG-CUOTAS.

           PERFORM 2200-CLASIFICAR-REGISTRO
              THRU 2200-CLASIFICAR-REGISTRO-FIN.

           PERFORM 2191-LEER-CUOTAS
              THRU 2191-LEER-CUOTAS-FIN.

       2192-PROCESAR-REG-CUOTAS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2195-PROCESAR-RED.

           MOVE 10 TO WS-FUENTE.
           SET WS-FUENTE-EOF-NO TO TRUE.

           OPEN INPUT ENTRADA-RED.

           EVALUATE TRUE
               WHEN FS-RED-OK
                    PERFORM 2196-LEER-RED
                       THRU 2196-LEER-RED-FIN
                    PERFORM 2197-PROCESAR-REG-RED
                       THRU 2197-PROCESAR-REG-RED-FIN
                      UNTIL WS-FUENTE-EOF-YES
                    CLOSE ENTRADA-RED
                    PERFORM 2300-VERIFICAR-FUENTE
                       THRU 2300-VERIFICAR-FUENTE-FIN
               WHEN FS-RED-NFD
                    DISPLAY 'SIN CONSUMOS-RED.SEQ, NO HAY CLEARING '
                            'DE LA RED PARA SUMAR'
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR CONSUMOS-RED.SEQ'
                    DISPLAY 'FILE STATUS: ' FS-RED
           END-EVALUATE.

       2195-PROCESAR-RED-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2196-LEER-RED.

           READ ENTRADA-RED
             AT END
                SET WS-FUENTE-EOF-YES     TO TRUE
             NOT AT END
                SET WS-FUENTE-EOF-NO      TO TRUE
                MOVE REG-RED-ENT TO WS-REG-ACTUAL
           END-READ.

       2196-LEER-RED-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2197-PROCESAR-REG-RED.

           PERFORM 2200-CLASIFICAR-REGISTRO
              THRU 2200-CLASIFICAR-REGISTRO-FIN.

           PERFORM 2196-LEER-RED
              THRU 2196-LEER-RED-FIN.

       2197-PROCESAR-REG-RED-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * 2200-CLASIFICAR-REGISTRO : UN HEADER SE SALTEA, UN TRAILER      *
      * GUARDA LO DECLARADO PARA LA VERIFICACION DE LA FUENTE, Y UN     *
           DISPLAY 'DEBITOS   LEIDOS  : ' WS-FTE-LEIDOS(6).
           DISPLAY 'CANJES    LEIDOS  : ' WS-FTE-LEIDOS(7).
           DISPLAY 'CARGOS    LEIDOS  : ' WS-FTE-LEIDOS(8).
           DISPLAY 'CUOTAS    LEIDOS  : ' WS-FTE-LEIDOS(9).
           DISPLAY 'RED       LEIDOS  : ' WS-FTE-LEIDOS(10).
           DISPLAY 'TOTAL LIBERADOS   : ' WS-CANT-LIBERADOS.
           DISPLAY 'TOTAL GRABADOS    : ' WS-CANT-GRABADOS.

