      *----------------------------------------------------------------*
      *Author:  GABRIELA RODRIGUEZ                                     *
      *         CLAUDIA SANTILLAN                                      *
      *         GABY OSELLA                                            *
      *         GUILLERMO RODRIGUEZ                                    *
      *         EDDISON MORA GOMEZ
      * Date: 15/10/2026
      * Purpose: MANTENIMIENTO DEL MAESTRO DE COMERCIOS A PARTIR DE UN
      *          ARCHIVO DE TRANSACCIONES, EL MISMO ESQUEMA QUE
      *          MANTTARJ Y MANTCLIE: ALTA, CAMBIO DE DATOS (NOMBRE,
      *          CATEGORIA, COMISION PROPIA Y CBU DE PAGO),
      *          SUSPENSION, REACTIVACION Y CIERRE. UN COMERCIO
      *          CERRADO NO SE BORRA, PORQUE LIQCOMER LO SIGUE
      *          BUSCANDO PARA RETENER LO QUE LE LLEGUE, PERO YA NO
      *          ADMITE CAMBIOS. EL CBU SE VALIDA CON SUS DOS DIGITOS
      *          VERIFICADORES. LOS RECHAZOS VAN A SU PROPIO ARCHIVO
      *          CON CODIGO Y MOTIVO.
      * Tectonics: cobc
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.

       PROGRAM-ID. MANTCOME.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *----------------------------------------------------------------*
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.
      *----------------------------------------------------------------*
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT TRANS-COMERCIOS
           ASSIGN TO '../MANTCOME.SEQ'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-TRANSACCIONES.

       SELECT ENT-COMERCIO
           ASSIGN TO '../COMERCIOS.VSAM'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           FILE STATUS IS FS-COMERCIOS
           RECORD KEY IS CMR-ID-COMERCIO.

       SELECT RECHAZOS
           ASSIGN TO '../MANTCOME-RECHAZOS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RECHAZOS.

       DATA DIVISION.

       FILE SECTION.

       COPY "COMETRAN.CPY".
       COPY "COMERMAE.CPY".
       COPY "RECHTARJ.CPY".

       WORKING-STORAGE SECTION.

       01 FS-STATUS.
          05 FS-TRANSACCIONES              PIC X(2).
             88 FS-TRANSACCIONES-OK            VALUE '00'.
             88 FS-TRANSACCIONES-EOF           VALUE '10'.
             88 FS-TRANSACCIONES-NFD           VALUE '35'.

          05 FS-COMERCIOS                  PIC X(2).
             88 FS-COMERCIOS-FILE-OK           VALUE '00'.
             88 FS-COMERCIOS-FILE-EOF          VALUE '10'.
             88 FS-COMERCIOS-FILE-NFD          VALUE '35'.
             88 FS-COMERCIOS-CLAVE-INV         VALUE '21'.
             88 FS-COMERCIOS-CLAVE-DUP         VALUE '22'.
             88 FS-COMERCIOS-CLAVE-NFD         VALUE '23'.

          05 FS-RECHAZOS                   PIC X(2).
             88 FS-RECHAZOS-OK                 VALUE '00'.
             88 FS-RECHAZOS-EOF                VALUE '10'.
             88 FS-RECHAZOS-NFD                VALUE '35'.

       01 WS-TRANSACCIONES-EOF              PIC X(1).
          88 WS-TRANSACCIONES-EOF-YES           VALUE 'Y'.
          88 WS-TRANSACCIONES-EOF-NO            VALUE 'N'.

       01 WS-CONTADORES.
          05 WS-CANT-REG-LEIDOS             PIC 9(8).
          05 WS-CANT-ALTAS                  PIC 9(8).
          05 WS-CANT-CAMBIOS                PIC 9(8).
          05 WS-CANT-SUSPENSIONES           PIC 9(8).
          05 WS-CANT-REACTIVACIONES         PIC 9(8).
          05 WS-CANT-CIERRES                PIC 9(8).
          05 WS-CANT-REG-ERROR              PIC 9(8).

      * FECHA DEL SISTEMA PARA LA FECHA DE ALTA Y DE CAMBIO DE ESTADO
      * DEL COMERCIO (AAAA-MM-DD, COMO EL JOURNAL DE MANTTARJ).
       01 WS-FECHA-HOY-FIELDS.
          05 WS-FECHA-HOY-AAAAMMDD.
             10 WS-FECHA-HOY-ANIO           PIC 9(04).
             10 WS-FECHA-HOY-MES            PIC 9(02).
             10 WS-FECHA-HOY-DIA            PIC 9(02).
          05 FILLER                         PIC X(13).

       01 WS-FECHA-HOY-ED.
          05 WS-FHE-ANIO                     PIC 9(04).
          05 FILLER                          PIC X VALUE '-'.
          05 WS-FHE-MES                      PIC 9(02).
          05 FILLER                          PIC X VALUE '-'.
          05 WS-FHE-DIA                      PIC 9(02).

      * VALIDACION DEL CBU: 22 DIGITOS EN DOS BLOQUES. EL PRIMERO
      * (BANCO Y SUCURSAL) TERMINA EN EL DIGITO 8 Y EL SEGUNDO (CUENTA)
      * EN EL DIGITO 22; CADA VERIFICADOR ES EL COMPLEMENTO A 10 DE LA
      * SUMA DE LOS DIGITOS ANTERIORES DEL BLOQUE POR LA PONDERACION
      * 7-1-3-9 (3-9-7-1 EN EL SEGUNDO). LAS POSICIONES DE LOS
      * VERIFICADORES LLEVAN PESO CERO EN LA TABLA.
       01 WS-CBU-VALIDAR                    PIC X(22).
       01 WS-CBU-DIGITOS REDEFINES WS-CBU-VALIDAR.
          05 WS-CBU-DIGITO                  PIC 9(01) OCCURS 22 TIMES.

       01 WS-CBU-PESOS-VALORES              PIC X(22)
                         VALUE '7139713039713971397130'.
       01 WS-CBU-PESOS REDEFINES WS-CBU-PESOS-VALORES.
          05 WS-CBU-PESO                    PIC 9(01) OCCURS 22 TIMES.

       77 WS-IND-CBU                        PIC 9(02).
       77 WS-CBU-SUMA-BLOQUE1               PIC 9(04).
       77 WS-CBU-SUMA-BLOQUE2               PIC 9(04).
       77 WS-CBU-COCIENTE                   PIC 9(04).
       77 WS-CBU-RESTO                      PIC 9(02).
       77 WS-CBU-VERIF-BLOQUE1              PIC 9(02).
       77 WS-CBU-VERIF-BLOQUE2              PIC 9(02).

       01 WS-SW-CBU                         PIC X(1).
          88 WS-CBU-OK                          VALUE 'S'.
          88 WS-CBU-ERRONEO                     VALUE 'N'.

       01 WS-SW-DATOS                       PIC X(1).
          88 WS-DATOS-OK                        VALUE 'S'.
          88 WS-DATOS-ERRONEOS                  VALUE 'N'.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

           PERFORM 1000-INICIAR-PROGRAMA
              THRU 1000-INICIAR-PROGRAMA-EXIT.

           IF FS-TRANSACCIONES-OK AND FS-COMERCIOS-FILE-OK

              PERFORM 2000-PROCESAR-ARCHIVO
                 THRU 2000-PROCESAR-ARCHIVO-EXIT
                UNTIL WS-TRANSACCIONES-EOF-YES

           END-IF.

           PERFORM 3000-CERRAR-ARCHIVOS
              THRU 3000-CERRAR-ARCHIVOS-EXIT.

           PERFORM 4000-TOTALES-ARCHIVO
              THRU 4000-TOTALES-ARCHIVO-EXIT.

           STOP RUN.
      *----------------------------------------------------------------*
       1000-INICIAR-PROGRAMA.

           INITIALIZE WS-CONTADORES.

           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HOY-FIELDS.
           MOVE WS-FECHA-HOY-ANIO     TO WS-FHE-ANIO.
           MOVE WS-FECHA-HOY-MES      TO WS-FHE-MES.
           MOVE WS-FECHA-HOY-DIA      TO WS-FHE-DIA.

           OPEN INPUT TRANS-COMERCIOS.

           EVALUATE TRUE
               WHEN FS-TRANSACCIONES-OK
                    PERFORM 1500-LEER-TRANSACCION
                       THRU 1500-LEER-TRANSACCION-EXIT
               WHEN FS-TRANSACCIONES-NFD
                    SET WS-TRANSACCIONES-EOF-YES TO TRUE
                    DISPLAY 'NO SE ENCUENTRA EL ARCHIVO DE '
                            'TRANSACCIONES DE COMERCIOS'
                    DISPLAY 'FILE STATUS: ' FS-TRANSACCIONES
               WHEN OTHER
                    SET WS-TRANSACCIONES-EOF-YES TO TRUE
                    DISPLAY 'ERROR AL ABRIR LAS TRANSACCIONES DE '
                            'COMERCIOS'
                    DISPLAY 'FILE STATUS: ' FS-TRANSACCIONES
           END-EVALUATE.
      *----------------------------------------------------------------*
      * SI EL MAESTRO DE COMERCIOS TODAVIA NO EXISTE, LA PRIMERA
      * CORRIDA LO CREA VACIO Y SIGUE EN I-O.
           OPEN I-O ENT-COMERCIO.

           IF FS-COMERCIOS-FILE-NFD
              OPEN OUTPUT ENT-COMERCIO
              CLOSE ENT-COMERCIO
              OPEN I-O ENT-COMERCIO
           END-IF.

           IF NOT FS-COMERCIOS-FILE-OK
              DISPLAY 'ERROR AL ABRIR EL MAESTRO DE COMERCIOS'
              DISPLAY 'FILE STATUS: ' FS-COMERCIOS
           END-IF.
      *----------------------------------------------------------------*
           OPEN OUTPUT RECHAZOS.

           IF NOT FS-RECHAZOS-OK
              DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE RECHAZOS'
              DISPLAY 'FILE STATUS: ' FS-RECHAZOS
           END-IF.

       1000-INICIAR-PROGRAMA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1500-LEER-TRANSACCION.

           READ TRANS-COMERCIOS
             AT END
                SET WS-TRANSACCIONES-EOF-YES     TO TRUE
             NOT AT END
                SET WS-TRANSACCIONES-EOF-NO      TO TRUE
                ADD 1 TO WS-CANT-REG-LEIDOS
           END-READ.

           EVALUATE FS-TRANSACCIONES
               WHEN '00'
                    CONTINUE
               WHEN '10'
                    CONTINUE
               WHEN OTHER
                    SET WS-TRANSACCIONES-EOF-YES       TO TRUE
                    DISPLAY 'ERROR AL LEER LAS TRANSACCIONES DE '
                            'COMERCIOS'
                    DISPLAY 'FILE STATUS: ' FS-TRANSACCIONES
           END-EVALUATE.

       1500-LEER-TRANSACCION-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2000-PROCESAR-ARCHIVO.

           EVALUATE TRUE
               WHEN TCM-ID-COMERCIO = SPACES
                    MOVE TCM-ARCHIVOS TO DETALLE
                    MOVE '64' TO CODIGO-ERROR
                    MOVE 'ID DE COMERCIO INVALIDO'
                      TO DESCRIPCION-ERR
                    PERFORM 2900-GRABAR-RECHAZO
                       THRU 2900-GRABAR-RECHAZO-FIN
               WHEN TCM-ES-ALTA
                    PERFORM 2100-ALTA-COMERCIO
                       THRU 2100-ALTA-COMERCIO-FIN
               WHEN TCM-ES-CAMBIO
                    PERFORM 2200-CAMBIO-COMERCIO
                       THRU 2200-CAMBIO-COMERCIO-FIN
               WHEN TCM-ES-SUSPENSION
               WHEN TCM-ES-REACTIVACION
               WHEN TCM-ES-CIERRE
                    PERFORM 2300-CAMBIO-ESTADO
                       THRU 2300-CAMBIO-ESTADO-FIN
               WHEN OTHER
                    MOVE TCM-ARCHIVOS TO DETALLE
                    MOVE '65' TO CODIGO-ERROR
                    MOVE 'TIPO DE MOVIMIENTO INVALIDO'
                      TO DESCRIPCION-ERR
                    PERFORM 2900-GRABAR-RECHAZO
                       THRU 2900-GRABAR-RECHAZO-FIN
           END-EVALUATE.

           PERFORM 1500-LEER-TRANSACCION
              THRU 1500-LEER-TRANSACCION-EXIT.

       2000-PROCESAR-ARCHIVO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 2100-ALTA-COMERCIO : UN COMERCIO NUEVO ENTRA ACTIVO, CON TODOS  *
      * SUS DATOS VALIDADOS.                                            *
      *----------------------------------------------------------------*
       2100-ALTA-COMERCIO.

           PERFORM 2400-VALIDAR-DATOS
              THRU 2400-VALIDAR-DATOS-FIN.

           IF WS-DATOS-OK
              MOVE TCM-ID-COMERCIO    TO CMR-ID-COMERCIO
              MOVE TCM-NOMBRE         TO CMR-NOMBRE
              MOVE TCM-CATEGORIA      TO CMR-CATEGORIA
              MOVE TCM-MARCA-COMISION TO CMR-MARCA-COMISION
              MOVE TCM-COMISION       TO CMR-COMISION
              IF TCM-SIN-COMISION-PROPIA
                 MOVE 0               TO CMR-COMISION
              END-IF
              MOVE TCM-CBU            TO CMR-CBU
              MOVE 'A'                TO CMR-ESTADO
              MOVE WS-FECHA-HOY-ED    TO CMR-FECHA-ALTA
              MOVE WS-FECHA-HOY-ED    TO CMR-FECHA-ESTADO

              WRITE REG-COMERCIO

              EVALUATE TRUE
                  WHEN FS-COMERCIOS-FILE-OK
                       ADD 1 TO WS-CANT-ALTAS
                  WHEN FS-COMERCIOS-CLAVE-DUP
                       MOVE TCM-ARCHIVOS TO DETALLE
                       MOVE '66' TO CODIGO-ERROR
                       MOVE 'EL COMERCIO YA EXISTE'
                         TO DESCRIPCION-ERR
                       PERFORM 2900-GRABAR-RECHAZO
                          THRU 2900-GRABAR-RECHAZO-FIN
                  WHEN OTHER
                       MOVE TCM-ARCHIVOS TO DETALLE
                       MOVE '79' TO CODIGO-ERROR
                       MOVE 'ERROR AL GRABAR EL ALTA DEL COMERCIO'
                         TO DESCRIPCION-ERR
                       PERFORM 2900-GRABAR-RECHAZO
                          THRU 2900-GRABAR-RECHAZO-FIN
              END-EVALUATE
           END-IF.

       2100-ALTA-COMERCIO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * 2200-CAMBIO-COMERCIO : REEMPLAZA NOMBRE, CATEGORIA, COMISION Y  *
      * CBU; EL ESTADO Y LAS FECHAS NO CAMBIAN. UN COMERCIO CERRADO NO  *
      * ADMITE CAMBIOS.                                                 *
      *----------------------------------------------------------------*
       2200-CAMBIO-COMERCIO.

           MOVE TCM-ID-COMERCIO TO CMR-ID-COMERCIO.
           READ ENT-COMERCIO KEY IS CMR-ID-COMERCIO.

           EVALUATE TRUE
               WHEN NOT FS-COMERCIOS-FILE-OK
                    MOVE TCM-ARCHIVOS TO DETALLE
                    MOVE '67' TO CODIGO-ERROR
                    MOVE 'EL COMERCIO NO EXISTE'
                      TO DESCRIPCION-ERR
                    PERFORM 2900-GRABAR-RECHAZO
                       THRU 2900-GRABAR-RECHAZO-FIN
               WHEN CMR-CERRADO
                    MOVE TCM-ARCHIVOS TO DETALLE
                    MOVE '74' TO CODIGO-ERROR
                    MOVE 'EL COMERCIO ESTA CERRADO'
                      TO DESCRIPCION-ERR
                    PERFORM 2900-GRABAR-RECHAZO
                       THRU 2900-GRABAR-RECHAZO-FIN
               WHEN OTHER
                    PERFORM 2400-VALIDAR-DATOS
                       THRU 2400-VALIDAR-DATOS-FIN
                    IF WS-DATOS-OK
                       MOVE TCM-NOMBRE         TO CMR-NOMBRE
                       MOVE TCM-CATEGORIA      TO CMR-CATEGORIA
                       MOVE TCM-MARCA-COMISION TO CMR-MARCA-COMISION
                       MOVE TCM-COMISION       TO CMR-COMISION
                       IF TCM-SIN-COMISION-PROPIA
                          MOVE 0               TO CMR-COMISION
                       END-IF
                       MOVE TCM-CBU            TO CMR-CBU
                       PERFORM 2800-REGRABAR-COMERCIO
                          THRU 2800-REGRABAR-COMERCIO-FIN
                       IF FS-COMERCIOS-FILE-OK
                          ADD 1 TO WS-CANT-CAMBIOS
                       END-IF
                    END-IF
           END-EVALUATE.

       2200-CAMBIO-COMERCIO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * 2300-CAMBIO-ESTADO : SUSPENSION ('S'), REACTIVACION ('R') Y     *
      * CIERRE ('B') DEL COMERCIO. EL CIERRE ES DEFINITIVO: UN COMERCIO *
      * CERRADO NO SE SUSPENDE NI SE REACTIVA.                          *
      *----------------------------------------------------------------*
       2300-CAMBIO-ESTADO.

           MOVE TCM-ID-COMERCIO TO CMR-ID-COMERCIO.
           READ ENT-COMERCIO KEY IS CMR-ID-COMERCIO.

           EVALUATE TRUE
               WHEN NOT FS-COMERCIOS-FILE-OK
                    MOVE TCM-ARCHIVOS TO DETALLE
                    MOVE '67' TO CODIGO-ERROR
                    MOVE 'EL COMERCIO NO EXISTE'
                      TO DESCRIPCION-ERR
                    PERFORM 2900-GRABAR-RECHAZO
                       THRU 2900-GRABAR-RECHAZO-FIN
               WHEN CMR-CERRADO
                    MOVE TCM-ARCHIVOS TO DETALLE
                    MOVE '74' TO CODIGO-ERROR
                    MOVE 'EL COMERCIO ESTA CERRADO'
                      TO DESCRIPCION-ERR
                    PERFORM 2900-GRABAR-RECHAZO
                       THRU 2900-GRABAR-RECHAZO-FIN
               WHEN TCM-ES-SUSPENSION
                    MOVE 'S'             TO CMR-ESTADO
                    MOVE WS-FECHA-HOY-ED TO CMR-FECHA-ESTADO
                    PERFORM 2800-REGRABAR-COMERCIO
                       THRU 2800-REGRABAR-COMERCIO-FIN
                    IF FS-COMERCIOS-FILE-OK
                       ADD 1 TO WS-CANT-SUSPENSIONES
                    END-IF
               WHEN TCM-ES-REACTIVACION
                    MOVE 'A'             TO CMR-ESTADO
                    MOVE WS-FECHA-HOY-ED TO CMR-FECHA-ESTADO
                    PERFORM 2800-REGRABAR-COMERCIO
                       THRU 2800-REGRABAR-COMERCIO-FIN
                    IF FS-COMERCIOS-FILE-OK
                       ADD 1 TO WS-CANT-REACTIVACIONES
                    END-IF
               WHEN OTHER
                    MOVE 'C'             TO CMR-ESTADO
                    MOVE WS-FECHA-HOY-ED TO CMR-FECHA-ESTADO
                    PERFORM 2800-REGRABAR-COMERCIO
                       THRU 2800-REGRABAR-COMERCIO-FIN
                    IF FS-COMERCIOS-FILE-OK
                       ADD 1 TO WS-CANT-CIERRES
                    END-IF
           END-EVALUATE.

       2300-CAMBIO-ESTADO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * 2400-VALIDAR-DATOS : UN ALTA O UN CAMBIO NECESITAN NOMBRE Y     *
      * CATEGORIA, UNA MARCA DE COMISION PROPIA 'S'/'N' (CON 'S' LA     *
      * COMISION TIENE QUE SER NUMERICA Y MENOR AL 100 POR CIENTO) Y UN *
      * CBU VALIDO.                                                     *
      *----------------------------------------------------------------*
       2400-VALIDAR-DATOS.

           SET WS-DATOS-OK TO TRUE.

           MOVE TCM-CBU TO WS-CBU-VALIDAR.
           PERFORM 2500-VALIDAR-CBU
              THRU 2500-VALIDAR-CBU-FIN.

           EVALUATE TRUE
               WHEN TCM-NOMBRE = SPACES
               WHEN TCM-CATEGORIA = SPACES
               WHEN NOT TCM-CON-COMISION-PROPIA
                AND NOT TCM-SIN-COMISION-PROPIA
               WHEN TCM-CON-COMISION-PROPIA
                AND TCM-COMISION NOT NUMERIC
                    SET WS-DATOS-ERRONEOS TO TRUE
                    MOVE TCM-ARCHIVOS TO DETALLE
                    MOVE '68' TO CODIGO-ERROR
                    MOVE 'DATOS DEL COMERCIO INVALIDOS'
                      TO DESCRIPCION-ERR
                    PERFORM 2900-GRABAR-RECHAZO
                       THRU 2900-GRABAR-RECHAZO-FIN
               WHEN TCM-CON-COMISION-PROPIA
                AND TCM-COMISION NOT < 1
                    SET WS-DATOS-ERRONEOS TO TRUE
                    MOVE TCM-ARCHIVOS TO DETALLE
                    MOVE '68' TO CODIGO-ERROR
                    MOVE 'COMISION PROPIA DEL COMERCIO INVALIDA'
                      TO DESCRIPCION-ERR
                    PERFORM 2900-GRABAR-RECHAZO
                       THRU 2900-GRABAR-RECHAZO-FIN
               WHEN WS-CBU-ERRONEO
                    SET WS-DATOS-ERRONEOS TO TRUE
                    MOVE TCM-ARCHIVOS TO DETALLE
                    MOVE '69' TO CODIGO-ERROR
                    MOVE 'CBU INVALIDO'
                      TO DESCRIPCION-ERR
                    PERFORM 2900-GRABAR-RECHAZO
                       THRU 2900-GRABAR-RECHAZO-FIN
               WHEN OTHER
                    CONTINUE
           END-EVALUATE.

       2400-VALIDAR-DATOS-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * 2500-VALIDAR-CBU : 22 DIGITOS NUMERICOS CON LOS VERIFICADORES   *
      * DE AMBOS BLOQUES (POSICIONES 8 Y 22) CORRECTOS.                 *
      *----------------------------------------------------------------*
       2500-VALIDAR-CBU.

           SET WS-CBU-OK TO TRUE.

           IF WS-CBU-VALIDAR NOT NUMERIC
              SET WS-CBU-ERRONEO TO TRUE
           ELSE
              MOVE 0 TO WS-CBU-SUMA-BLOQUE1
              MOVE 0 TO WS-CBU-SUMA-BLOQUE2
              PERFORM 2550-PONDERAR-DIGITO
                 THRU 2550-PONDERAR-DIGITO-FIN
                 VARYING WS-IND-CBU FROM 1 BY 1
                   UNTIL WS-IND-CBU > 22

              DIVIDE WS-CBU-SUMA-BLOQUE1 BY 10
                 GIVING WS-CBU-COCIENTE REMAINDER WS-CBU-RESTO
              COMPUTE WS-CBU-VERIF-BLOQUE1 = 10 - WS-CBU-RESTO
              IF WS-CBU-VERIF-BLOQUE1 = 10
                 MOVE 0 TO WS-CBU-VERIF-BLOQUE1
              END-IF

              DIVIDE WS-CBU-SUMA-BLOQUE2 BY 10
                 GIVING WS-CBU-COCIENTE REMAINDER WS-CBU-RESTO
              COMPUTE WS-CBU-VERIF-BLOQUE2 = 10 - WS-CBU-RESTO
              IF WS-CBU-VERIF-BLOQUE2 = 10
                 MOVE 0 TO WS-CBU-VERIF-BLOQUE2
              END-IF

              IF WS-CBU-VERIF-BLOQUE1 NOT = WS-CBU-DIGITO (8)
              OR WS-CBU-VERIF-BLOQUE2 NOT = WS-CBU-DIGITO (22)
                 SET WS-CBU-ERRONEO TO TRUE
              END-IF
           END-IF.

       2500-VALIDAR-CBU-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2550-PONDERAR-DIGITO.

           IF WS-IND-CBU < 8
              COMPUTE WS-CBU-SUMA-BLOQUE1 = WS-CBU-SUMA-BLOQUE1
                    + WS-CBU-DIGITO (WS-IND-CBU)
                    * WS-CBU-PESO (WS-IND-CBU)
           ELSE
              COMPUTE WS-CBU-SUMA-BLOQUE2 = WS-CBU-SUMA-BLOQUE2
                    + WS-CBU-DIGITO (WS-IND-CBU)
                    * WS-CBU-PESO (WS-IND-CBU)
           END-IF.

       2550-PONDERAR-DIGITO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2800-REGRABAR-COMERCIO.

           REWRITE REG-COMERCIO.

           IF NOT FS-COMERCIOS-FILE-OK
              MOVE TCM-ARCHIVOS TO DETALLE
              MOVE '79' TO CODIGO-ERROR
              MOVE 'ERROR AL GRABAR EL CAMBIO DEL COMERCIO'
                TO DESCRIPCION-ERR
              PERFORM 2900-GRABAR-RECHAZO
                 THRU 2900-GRABAR-RECHAZO-FIN
           END-IF.

       2800-REGRABAR-COMERCIO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2900-GRABAR-RECHAZO.

           WRITE REG-RECHAZOS.

           EVALUATE FS-RECHAZOS
               WHEN '00'
                    ADD 1 TO WS-CANT-REG-ERROR
               WHEN OTHER
                    DISPLAY 'ERROR AL GRABAR EL ARCHIVO DE RECHAZOS'
                    DISPLAY 'FILE STATUS: ' FS-RECHAZOS
           END-EVALUATE.

       2900-GRABAR-RECHAZO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3000-CERRAR-ARCHIVOS.

           IF NOT FS-TRANSACCIONES-NFD
              CLOSE TRANS-COMERCIOS
              IF NOT FS-TRANSACCIONES-OK
                 DISPLAY 'ERROR EN CLOSE DE TRANSACCIONES: '
                         FS-TRANSACCIONES
              END-IF
           END-IF.

           CLOSE ENT-COMERCIO.
           IF NOT FS-COMERCIOS-FILE-OK
              DISPLAY 'ERROR AL CERRAR EL MAESTRO DE COMERCIOS: '
                      FS-COMERCIOS
           END-IF.

           CLOSE RECHAZOS.
           IF NOT FS-RECHAZOS-OK
              DISPLAY 'ERROR AL CERRAR ARCHIVO DE RECHAZOS: '
                      FS-RECHAZOS
           END-IF.

       3000-CERRAR-ARCHIVOS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       4000-TOTALES-ARCHIVO.

           DISPLAY '--------------------------------------'.
           DISPLAY 'CANTIDAD REG LEIDOS :  ' WS-CANT-REG-LEIDOS.
           DISPLAY 'CANTIDAD ALTAS      :  ' WS-CANT-ALTAS.
           DISPLAY 'CANTIDAD CAMBIOS    :  ' WS-CANT-CAMBIOS.
           DISPLAY 'SUSPENSIONES        :  ' WS-CANT-SUSPENSIONES.
           DISPLAY 'REACTIVACIONES      :  ' WS-CANT-REACTIVACIONES.
           DISPLAY 'CIERRES             :  ' WS-CANT-CIERRES.
           DISPLAY 'CANTIDAD RECHAZADOS :  ' WS-CANT-REG-ERROR.
           DISPLAY '--------------------------------------'.
           DISPLAY '          FIN DEL PROGRAMA            '.
           DISPLAY '--------------------------------------'.

       4000-TOTALES-ARCHIVO-EXIT.
           EXIT.
      *----------------------------------------------------------------*

       END PROGRAM MANTCOME.
