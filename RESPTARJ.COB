      *----------------------------------------------------------------*
      *Author:  GABRIELA RODRIGUEZ                                     *
      *         CLAUDIA SANTILLAN                                      *
      *         GABY OSELLA                                            *
      *         GUILLERMO RODRIGUEZ                                    *
      *         EDDISON MORA GOMEZ
      * Date: 15/10/2026
      * Purpose: RESPALDO NOCTURNO DEL MAESTRO DE TARJETAS: COPIA EL
      *          MAESTRO COMPLETO A MAESTRO-RESPALDO.SEQ CON UN HEADER
      *          CON LA FECHA Y HORA DEL RESPALDO, UNA LINEA POR
      *          TARJETA CON LA IMAGEN DE REG-MAESTRO Y UN TRAILER
      *          CON LA CANTIDAD DE TARJETAS Y LOS TOTALES HASH DEL
      *          LIMITE Y DEL SALDO. ES EL PUNTO DE PARTIDA DE
      *          RECUTARJ, QUE REAPLICA EL JOURNAL DE AUDITORIA
      *          POSTERIOR A ESTA FECHA Y HORA.
      * Tectonics: cobc
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.

       PROGRAM-ID. RESPTARJ.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *----------------------------------------------------------------*
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.
      *----------------------------------------------------------------*
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT ENT-TARJETA
           ASSIGN TO '../MAESTRO-TARJETAS.VSAM'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-TARJETAS
           RECORD KEY IS MAE-NRO-TARJ.

       SELECT RESPALDO-MAESTRO
           ASSIGN TO '../MAESTRO-RESPALDO.SEQ'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RESPALDO.

       DATA DIVISION.

       FILE SECTION.

       COPY "MAESTRO-TARJETAS.CPY".
       COPY "MAERESP.CPY".

       WORKING-STORAGE SECTION.

       01 FS-STATUS.
          05 FS-TARJETAS                   PIC X(2).
             88 FS-TARJETAS-FILE-OK            VALUE '00'.
             88 FS-TARJETAS-FILE-EOF           VALUE '10'.
             88 FS-TARJETAS-FILE-NFD           VALUE '35'.

          05 FS-RESPALDO                   PIC X(2).
             88 FS-RESPALDO-OK                 VALUE '00'.
             88 FS-RESPALDO-EOF                VALUE '10'.
             88 FS-RESPALDO-NFD                VALUE '35'.

       01 WS-TARJETAS-EOF                    PIC X(1).
          88 WS-TARJETAS-EOF-YES             VALUE 'Y'.
          88 WS-TARJETAS-EOF-NO              VALUE 'N'.

       01 WS-SW-HEADER                       PIC X(1).
          88 WS-HEADER-GRABADO               VALUE 'S'.
          88 WS-HEADER-NO-GRABADO            VALUE 'N'.

       01 WS-CONTADORES.
          05 WS-CANT-REG-LEIDOS             PIC 9(09).
          05 WS-CANT-REG-GRABADOS           PIC 9(09).
          05 WS-HASH-LIMITE                 PIC 9(15)V9(02).
          05 WS-HASH-SALDO                  PIC 9(15)V9(02).

       01 WS-FECHA-HOY-FIELDS.
          05 WS-FECHA-HOY-FECHA.
             10 WS-FECHA-HOY-ANIO           PIC 9(04).
             10 WS-FECHA-HOY-MES            PIC 9(02).
             10 WS-FECHA-HOY-DIA            PIC 9(02).
          05 WS-FECHA-HOY-HORA.
             10 WS-FECHA-HOY-HH             PIC 9(02).
             10 WS-FECHA-HOY-MM             PIC 9(02).
             10 WS-FECHA-HOY-SS             PIC 9(02).
          05 FILLER                         PIC X(07).

       01 WS-RSP-FECHA-ED.
          05 WS-RFE-ANIO                     PIC 9(04).
          05 FILLER                          PIC X VALUE '-'.
          05 WS-RFE-MES                      PIC 9(02).
          05 FILLER                          PIC X VALUE '-'.
          05 WS-RFE-DIA                      PIC 9(02).

       01 WS-RSP-HORA-ED.
          05 WS-RHO-HH                       PIC 9(02).
          05 FILLER                          PIC X VALUE ':'.
          05 WS-RHO-MM                       PIC 9(02).
          05 FILLER                          PIC X VALUE ':'.
          05 WS-RHO-SS                       PIC 9(02).

       01 WS-HASH-ED                         PIC Z(14)9,99.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

           PERFORM 1000-INICIAR-PROGRAMA
              THRU 1000-INICIAR-PROGRAMA-EXIT.

           IF WS-HEADER-GRABADO

              PERFORM 2000-PROCESAR-MAESTRO
                 THRU 2000-PROCESAR-MAESTRO-EXIT
                UNTIL WS-TARJETAS-EOF-YES

              PERFORM 2500-GRABAR-TRAILER
                 THRU 2500-GRABAR-TRAILER-FIN

           END-IF.

           PERFORM 3000-CERRAR-ARCHIVOS
              THRU 3000-CERRAR-ARCHIVOS-EXIT.

           PERFORM 4000-TOTALES-ARCHIVO
              THRU 4000-TOTALES-ARCHIVO-EXIT.

           STOP RUN.
      *----------------------------------------------------------------*
       1000-INICIAR-PROGRAMA.

           INITIALIZE WS-CONTADORES.
           SET WS-TARJETAS-EOF-NO TO TRUE.
           SET WS-HEADER-NO-GRABADO TO TRUE.

           OPEN INPUT ENT-TARJETA.

           EVALUATE TRUE
               WHEN FS-TARJETAS-FILE-OK
                    CONTINUE
               WHEN FS-TARJETAS-FILE-NFD
                    SET WS-TARJETAS-EOF-YES TO TRUE
                    DISPLAY 'NO SE ENCUENTRA EL ARCHIVO MAESTRO'
                    DISPLAY 'FILE STATUS: ' FS-TARJETAS
               WHEN OTHER
                    SET WS-TARJETAS-EOF-YES TO TRUE
                    DISPLAY 'ERROR AL ABRIR EL ARCHIVO MAESTRO'
                    DISPLAY 'FILE STATUS: ' FS-TARJETAS
           END-EVALUATE.
      *----------------------------------------------------------------*
           OPEN OUTPUT RESPALDO-MAESTRO.

           IF NOT FS-RESPALDO-OK
              DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE RESPALDO'
              DISPLAY 'FILE STATUS: ' FS-RESPALDO
           END-IF.
      *----------------------------------------------------------------*
      * EL HEADER LLEVA LA FECHA Y HORA EN QUE EMPIEZA EL RESPALDO:
      * RECUTARJ REAPLICA LAS LINEAS DEL JOURNAL DESDE ESE MOMENTO.
           IF FS-TARJETAS-FILE-OK AND FS-RESPALDO-OK
              PERFORM 1200-GRABAR-HEADER
                 THRU 1200-GRABAR-HEADER-FIN
              PERFORM 1500-LEER-TARJETA
                 THRU 1500-LEER-TARJETA-EXIT
           END-IF.

       1000-INICIAR-PROGRAMA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1200-GRABAR-HEADER.

           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HOY-FIELDS.
           MOVE WS-FECHA-HOY-ANIO     TO WS-RFE-ANIO.
           MOVE WS-FECHA-HOY-MES      TO WS-RFE-MES.
           MOVE WS-FECHA-HOY-DIA      TO WS-RFE-DIA.
           MOVE WS-FECHA-HOY-HH       TO WS-RHO-HH.
           MOVE WS-FECHA-HOY-MM       TO WS-RHO-MM.
           MOVE WS-FECHA-HOY-SS       TO WS-RHO-SS.

           MOVE SPACES                TO REG-RESPALDO.
           SET RSP-ES-HEADER          TO TRUE.
           MOVE WS-RSP-FECHA-ED       TO RSP-FECHA.
           MOVE WS-RSP-HORA-ED        TO RSP-HORA.

           WRITE REG-RESPALDO.

           IF FS-RESPALDO-OK
              SET WS-HEADER-GRABADO TO TRUE
           ELSE
              DISPLAY 'ERROR AL GRABAR EL ARCHIVO DE RESPALDO'
              DISPLAY 'FILE STATUS: ' FS-RESPALDO
              SET WS-TARJETAS-EOF-YES TO TRUE
           END-IF.

       1200-GRABAR-HEADER-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1500-LEER-TARJETA.

           READ ENT-TARJETA NEXT RECORD
             AT END
                SET WS-TARJETAS-EOF-YES     TO TRUE
             NOT AT END
                SET WS-TARJETAS-EOF-NO      TO TRUE
                ADD 1 TO WS-CANT-REG-LEIDOS
           END-READ.

           EVALUATE FS-TARJETAS
               WHEN '00'
                    CONTINUE
               WHEN '10'
                    CONTINUE
               WHEN OTHER
                    SET WS-TARJETAS-EOF-YES       TO TRUE
                    DISPLAY 'ERROR AL LEER EL ARCHIVO MAESTRO'
                    DISPLAY 'FILE STATUS: ' FS-TARJETAS
           END-EVALUATE.

       1500-LEER-TARJETA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 2000-PROCESAR-MAESTRO : COPIA LA TARJETA EN CURSO AL RESPALDO   *
      * Y LA SUMA A LOS TOTALES DE CONTROL DEL TRAILER.                 *
      *----------------------------------------------------------------*
       2000-PROCESAR-MAESTRO.

           MOVE SPACES                TO REG-RESPALDO.
           SET RSP-ES-DETALLE         TO TRUE.
           MOVE REG-MAESTRO           TO RSP-DATOS.

           WRITE REG-RESPALDO.

           IF FS-RESPALDO-OK
              ADD 1             TO WS-CANT-REG-GRABADOS
              ADD MAE-LIMITE    TO WS-HASH-LIMITE
              ADD MAE-SALDO-ANT TO WS-HASH-SALDO
              PERFORM 1500-LEER-TARJETA
                 THRU 1500-LEER-TARJETA-EXIT
           ELSE
              DISPLAY 'ERROR AL GRABAR EL ARCHIVO DE RESPALDO'
              DISPLAY 'FILE STATUS: ' FS-RESPALDO
              SET WS-TARJETAS-EOF-YES TO TRUE
           END-IF.

       2000-PROCESAR-MAESTRO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 2500-GRABAR-TRAILER : CIERRA EL RESPALDO CON LA CANTIDAD DE     *
      * TARJETAS GRABADAS Y LOS TOTALES HASH. SI EL RESPALDO QUEDO      *
      * INCOMPLETO POR UN ERROR NO SE GRABA EL TRAILER, Y RECUTARJ LO   *
      * RECHAZA POR FALTA DE TOTALES DE CONTROL.                        *
      *----------------------------------------------------------------*
       2500-GRABAR-TRAILER.

           IF FS-RESPALDO-OK AND FS-TARJETAS-FILE-EOF
              MOVE SPACES               TO REG-RESPALDO
              SET RSP-ES-TRAILER        TO TRUE
              MOVE WS-CANT-REG-GRABADOS TO RSP-CANT-REG
              MOVE WS-HASH-LIMITE       TO RSP-HASH-LIMITE
              MOVE WS-HASH-SALDO        TO RSP-HASH-SALDO

              WRITE REG-RESPALDO

              IF NOT FS-RESPALDO-OK
                 DISPLAY 'ERROR AL GRABAR EL ARCHIVO DE RESPALDO'
                 DISPLAY 'FILE STATUS: ' FS-RESPALDO
              END-IF
           ELSE
              DISPLAY 'RESPALDO INCOMPLETO: NO SE GRABA EL TRAILER'
           END-IF.

       2500-GRABAR-TRAILER-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3000-CERRAR-ARCHIVOS.

           CLOSE ENT-TARJETA.

           IF NOT FS-TARJETAS-FILE-OK
              DISPLAY 'ERROR AL CERRAR ARCHIVO MAESTRO: ' FS-TARJETAS
           END-IF.

           CLOSE RESPALDO-MAESTRO.

           IF NOT FS-RESPALDO-OK
              DISPLAY 'ERROR AL CERRAR ARCHIVO RESPALDO: ' FS-RESPALDO
           END-IF.

       3000-CERRAR-ARCHIVOS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       4000-TOTALES-ARCHIVO.

           DISPLAY '--------------------------------------'.
           DISPLAY 'RESPALDO DEL MAESTRO: ' WS-RSP-FECHA-ED ' '
                   WS-RSP-HORA-ED.
           DISPLAY 'CANTIDAD DE TARJETAS LEIDAS   : '
                   WS-CANT-REG-LEIDOS.
           DISPLAY 'CANTIDAD DE TARJETAS GRABADAS : '
                   WS-CANT-REG-GRABADOS.
           MOVE WS-HASH-LIMITE TO WS-HASH-ED.
           DISPLAY 'TOTAL HASH LIMITE             : ' WS-HASH-ED.
           MOVE WS-HASH-SALDO  TO WS-HASH-ED.
           DISPLAY 'TOTAL HASH SALDO              : ' WS-HASH-ED.
           DISPLAY '--------------------------------------'.
           DISPLAY '          FIN DEL PROGRAMA            '.
           DISPLAY '--------------------------------------'.

       4000-TOTALES-ARCHIVO-EXIT.
           EXIT.
      *----------------------------------------------------------------*

       END PROGRAM RESPTARJ.
