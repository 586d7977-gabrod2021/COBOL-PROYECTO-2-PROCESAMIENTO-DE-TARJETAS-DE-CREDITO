      *----------------------------------------------------------------*
      *Author:  GABRIELA RODRIGUEZ                                     *
      *         CLAUDIA SANTILLAN                                      *
      *         GABY OSELLA                                            *
      *         GUILLERMO RODRIGUEZ                                    *
      *         EDDISON MORA GOMEZ
      * Date: 15/10/2026
      * Purpose: REPOSICION DE TARJETAS DENUNCIADAS POR PERDIDA O
      *          ROBO (REPOSICIONES.SEQ): GENERA EL NUMERO NUEVO EN
      *          NUESTRO RANGO DE BIN CON SU DIGITO DE LUHN, IGUAL
      *          QUE EMITTARJ, DA DE ALTA LA TARJETA NUEVA EN EL
      *          MAESTRO CON LOS DATOS Y EL SALDO ANTERIOR DE LA
      *          DENUNCIADA Y CIERRA LA VIEJA (AMBOS CAMBIOS QUEDAN
      *          EN EL JOURNAL MANTTARJ-AUDITORIA.SEQ). PASA AL
      *          NUMERO NUEVO LOS PUNTOS (PUNTOS-SALDOS.SEQ), LOS
      *          CICLOS DE MORA (MOROSIDAD.SEQ), LA ADHESION AL
      *          DEBITO AUTOMATICO (DEBITOS-ENROLADOS.SEQ) Y LAS
      *          RETENCIONES ABIERTAS (RETENCIONES.SEQ) Y LOS PLANES
      *          DE CUOTAS EN CURSO (PLANES-CUOTAS.SEQ), GRABA EL
      *          EMBOZADO DEL PLASTICO NUEVO (EMBOZADO-REPOSICION.SEQ)
      *          Y DEJA LA RELACION NUMERO VIEJO -> NUEVO EN
      *          REEMPLAZOS.SEQ PARA LAS CONSULTAS Y CONCILIACIONES.
      * Tectonics: cobc
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.

       PROGRAM-ID. REEMTARJ.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *----------------------------------------------------------------*
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.
      *----------------------------------------------------------------*
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT REPOSICIONES
           ASSIGN TO '../REPOSICIONES.SEQ'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-REPOSICIONES.

       SELECT ENT-TARJETA
           ASSIGN TO '../MAESTRO-TARJETAS.VSAM'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           FILE STATUS IS FS-TARJETAS
           RECORD KEY IS MAE-NRO-TARJ.

       SELECT AUDITORIA
           ASSIGN TO '../MANTTARJ-AUDITORIA.SEQ'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-AUDITORIA.

       SELECT EMBOZADO
           ASSIGN TO '../EMBOZADO-REPOSICION.SEQ'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-EMBOZADO.

       SELECT REEMPLAZOS
           ASSIGN TO '../REEMPLAZOS.SEQ'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-REEMPLAZOS.

       SELECT RECHAZOS
           ASSIGN TO '../REEMTARJ-RECHAZOS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RECHAZOS.

       SELECT PUNTOS-SALDOS
           ASSIGN TO '../PUNTOS-SALDOS.SEQ'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PUNTOS-SALDOS.

       SELECT MOROSIDAD
           ASSIGN TO '../MOROSIDAD.SEQ'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-MOROSIDAD.

       SELECT ENROLADOS-DEBITO
           ASSIGN TO '../DEBITOS-ENROLADOS.SEQ'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENROLADOS.

       SELECT RETENCIONES
           ASSIGN TO '../RETENCIONES.SEQ'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RETENCIONES.

       SELECT PLANES-CUOTAS
           ASSIGN TO '../PLANES-CUOTAS.SEQ'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PLANES.

       SELECT TRASPASO-WRK
           ASSIGN TO '../REEMTARJ-WRK.SEQ'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-TRASPASO.

       DATA DIVISION.

       FILE SECTION.

       COPY "REPOSOLI.CPY".
       COPY "MAESTRO-TARJETAS.CPY".
       COPY "AUDITMAE.CPY".
       COPY "EMBOZADO.CPY".
       COPY "REEMPLAZ.CPY".
       COPY "RECHTARJ.CPY".
       COPY "PUNSALDO.CPY".
       COPY "MOROSIDA.CPY".
       COPY "DEBENROL.CPY".
       COPY "RETENCIO.CPY".
       COPY "PLANCUOT.CPY".

      * ARCHIVO DE TRABAJO PARA REGRABAR CADA ARCHIVO DE SALDOS CON
      * LOS NUMEROS YA REEMPLAZADOS: SE COPIA EL ORIGINAL CAMBIANDO LA
      * CLAVE Y DESPUES SE VUELCA DE NUEVO SOBRE EL ORIGINAL. EL LARGO
      * ALCANZA PARA EL MAS LARGO DE LOS CINCO REGISTROS.
       FD  TRASPASO-WRK
           LABEL RECORD STANDARD.

       01  REG-TRASPASO-WRK                  PIC X(110).

       WORKING-STORAGE SECTION.

       01 FS-STATUS.
          05 FS-REPOSICIONES               PIC X(2).
             88 FS-REPOSICIONES-OK             VALUE '00'.
             88 FS-REPOSICIONES-EOF            VALUE '10'.
             88 FS-REPOSICIONES-NFD            VALUE '35'.

          05 FS-TARJETAS                   PIC X(2).
             88 FS-TARJETAS-FILE-OK            VALUE '00'.
             88 FS-TARJETAS-FILE-EOF           VALUE '10'.
             88 FS-TARJETAS-FILE-NFD           VALUE '35'.
             88 FS-TARJETAS-CLAVE-INV          VALUE '21'.
             88 FS-TARJETAS-CLAVE-DUP          VALUE '22'.
             88 FS-TARJETAS-CLAVE-NFD          VALUE '23'.

          05 FS-AUDITORIA                  PIC X(2).
             88 FS-AUDITORIA-OK                VALUE '00'.
             88 FS-AUDITORIA-EOF               VALUE '10'.
             88 FS-AUDITORIA-NFD               VALUE '35'.

          05 FS-EMBOZADO                   PIC X(2).
             88 FS-EMBOZADO-OK                 VALUE '00'.
             88 FS-EMBOZADO-EOF                VALUE '10'.
             88 FS-EMBOZADO-NFD                VALUE '35'.

          05 FS-REEMPLAZOS                 PIC X(2).
             88 FS-REEMPLAZOS-OK               VALUE '00'.
             88 FS-REEMPLAZOS-EOF              VALUE '10'.
             88 FS-REEMPLAZOS-NFD              VALUE '35'.

          05 FS-RECHAZOS                   PIC X(2).
             88 FS-RECHAZOS-OK                 VALUE '00'.
             88 FS-RECHAZOS-EOF                VALUE '10'.
             88 FS-RECHAZOS-NFD                VALUE '35'.

          05 FS-PUNTOS-SALDOS              PIC X(2).
             88 FS-PUNTOS-SALDOS-OK            VALUE '00'.
             88 FS-PUNTOS-SALDOS-EOF           VALUE '10'.
             88 FS-PUNTOS-SALDOS-NFD           VALUE '35'.

          05 FS-MOROSIDAD                  PIC X(2).
             88 FS-MOROSIDAD-OK                VALUE '00'.
             88 FS-MOROSIDAD-EOF               VALUE '10'.
             88 FS-MOROSIDAD-NFD               VALUE '35'.

          05 FS-ENROLADOS                  PIC X(2).
             88 FS-ENROLADOS-OK                VALUE '00'.
             88 FS-ENROLADOS-EOF               VALUE '10'.
             88 FS-ENROLADOS-NFD               VALUE '35'.

          05 FS-RETENCIONES                PIC X(2).
             88 FS-RETENCIONES-OK              VALUE '00'.
             88 FS-RETENCIONES-EOF             VALUE '10'.
             88 FS-RETENCIONES-NFD             VALUE '35'.

          05 FS-PLANES                     PIC X(2).
             88 FS-PLANES-OK                   VALUE '00'.
             88 FS-PLANES-EOF                  VALUE '10'.
             88 FS-PLANES-NFD                  VALUE '35'.

          05 FS-TRASPASO                   PIC X(2).
             88 FS-TRASPASO-OK                 VALUE '00'.
             88 FS-TRASPASO-EOF                VALUE '10'.
             88 FS-TRASPASO-NFD                VALUE '35'.

       01 WS-REPOSICIONES-EOF                PIC X(1).
          88 WS-REPOSICIONES-EOF-YES         VALUE 'Y'.
          88 WS-REPOSICIONES-EOF-NO          VALUE 'N'.

      * FIN DEL ARCHIVO DE SALDOS QUE SE ESTA COPIANDO AL DE TRABAJO,
      * Y FIN DEL DE TRABAJO AL VOLCARLO DE NUEVO SOBRE EL ORIGINAL.
       01 WS-ORIGEN-EOF                      PIC X(1).
          88 WS-ORIGEN-EOF-YES               VALUE 'Y'.
          88 WS-ORIGEN-EOF-NO                VALUE 'N'.

       01 WS-TRASPASO-EOF                    PIC X(1).
          88 WS-TRASPASO-EOF-YES             VALUE 'Y'.
          88 WS-TRASPASO-EOF-NO              VALUE 'N'.

      * NOMBRE DEL ARCHIVO DE SALDOS QUE SE ESTA TRASPASANDO, PARA LOS
      * AVISOS DE ERROR DEL ARCHIVO DE TRABAJO.
       77 WS-ARCHIVO-TRASPASO                PIC X(22).

      * CICLOS CONSECUTIVOS DE MORA A PARTIR DE LOS CUALES TP02EJ01
      * BLOQUEA LA TARJETA (EL MISMO UMBRAL): SOLO ESE BLOQUEO PASA A
      * LA TARJETA NUEVA; EL DE LA DENUNCIA POR PERDIDA O ROBO NO.
       77 WS-UMBRAL-BLOQUEO                  PIC 9(02) VALUE 3.

       01 WS-SW-MORA                         PIC X(01).
          88 WS-BLOQUEO-POR-MORA             VALUE 'S'.
          88 WS-SIN-BLOQUEO-POR-MORA         VALUE 'N'.

       01 WS-CONTADORES.
          05 WS-CANT-REG-LEIDOS             PIC 9(8).
          05 WS-CANT-REPUESTAS              PIC 9(8).
          05 WS-CANT-RECHAZADAS             PIC 9(8).
          05 WS-CANT-PTO-TRASPASADOS        PIC 9(8).
          05 WS-CANT-MOR-TRASPASADOS        PIC 9(8).
          05 WS-CANT-ENR-TRASPASADOS        PIC 9(8).
          05 WS-CANT-RET-TRASPASADAS        PIC 9(8).
          05 WS-CANT-PLN-TRASPASADOS        PIC 9(8).

      * RANGO DE BIN PROPIO, EL MISMO DE EMITTARJ. EL NUMERO DE LA
      * REPOSICION ES BIN(6) + UN DIGITO DE SECUENCIA + LOS ULTIMOS 8
      * DIGITOS DE LA CUENTA + DIGITO VERIFICADOR DE LUHN: LA
      * SECUENCIA (1 A 9) SE AVANZA HASTA DAR CON UN NUMERO QUE NO
      * EXISTA EN EL MAESTRO, ASI UNA CUENTA PUEDE REPONERSE VARIAS
      * VECES SIN CHOCAR CON SUS PLASTICOS ANTERIORES.
       77 WS-BIN                             PIC X(06) VALUE '459901'.

      * ANIOS DE VIGENCIA DEL PLASTICO DE REPOSICION.
       77 WS-ANIOS-VIGENCIA                  PIC 9(02) VALUE 3.

       77 WS-SECUENCIA                       PIC 9(02).

      * REPOSICIONES APLICADAS EN LA CORRIDA (NUMERO VIEJO Y NUEVO),
      * PARA PASAR AL FINAL LOS ARCHIVOS DE SALDOS AL NUMERO NUEVO.
      * CON LA TABLA LLENA LAS DENUNCIAS SIGUIENTES SE RECHAZAN ANTES
      * DE TOCAR EL MAESTRO Y SE REPROCESAN EN LA CORRIDA SIGUIENTE.
       01 WS-TABLA-REEMPLAZOS.
          05 WS-CANT-REEMP                  PIC 9(04) VALUE 0.
          05 WS-REE-ITEM OCCURS 1 TO 500 TIMES
                          DEPENDING ON WS-CANT-REEMP
                          INDEXED BY WS-IX-REE.
             10 WS-REE-NRO-ANT                PIC X(19).
             10 WS-REE-NRO-NUE                PIC X(19).

      * NUMERO DE TARJETA DEL REGISTRO DE SALDOS EN CURSO: ENTRA EL
      * DEL ARCHIVO Y SALE EL NUEVO SI LA TARJETA FUE REPUESTA.
       01 WS-NRO-TRASPASO                    PIC X(19).

       01 WS-SW-REEMPLAZO                    PIC X(01).
          88 WS-REEMPLAZO-HALLADO            VALUE 'S'.
          88 WS-REEMPLAZO-NO-HALLADO         VALUE 'N'.

      * ARMADO DEL NUMERO DE TARJETA, POSICION POR POSICION PARA EL
      * CALCULO DE LUHN, IGUAL QUE EN EMITTARJ.
       01 WS-CUENTA-DIGITOS.
          05 FILLER                          PIC 9(02).
          05 WS-CUENTA-BAJA                  PIC 9(08).
       01 WS-CUENTA-DIGITOS-N REDEFINES WS-CUENTA-DIGITOS
                                             PIC 9(10).

       01 WS-CUERPO-TARJETA.
          05 WS-CUE-BIN                      PIC X(06).
          05 WS-CUE-SECUENCIA                PIC 9(01).
          05 WS-CUE-CUENTA                   PIC 9(08).
       01 WS-CUERPO-POSICIONES REDEFINES WS-CUERPO-TARJETA.
          05 WS-CUE-CHAR                     PIC X(01) OCCURS 15.

       01 WS-NUMERO-TARJETA.
          05 WS-NUM-CUERPO                   PIC X(15).
          05 WS-NUM-VERIFICADOR              PIC 9(01).

       01 WS-DIGITO-X                        PIC X(01).
       01 WS-DIGITO-N REDEFINES WS-DIGITO-X  PIC 9(01).

       77 WS-IX                              PIC S9(02).
       77 WS-POSICION                        PIC 9(02).
       77 WS-VALOR-DIGITO                    PIC 9(02).
       77 WS-SUMA-LUHN                       PIC 9(04).
       77 WS-COCIENTE                        PIC 9(04).
       77 WS-RESTO                           PIC 9(02).

       01 WS-SW-NUMERO                       PIC X(01).
          88 WS-NUMERO-LIBRE                 VALUE 'S'.
          88 WS-NUMERO-OCUPADO               VALUE 'N'.

      * ESTRUCTURA PARA REVALIDAR EL NUMERO GENERADO CON CLVALTAR,
      * COMO CUALQUIER OTRO INGRESO DE NUMEROS AL SISTEMA.
       01 WS-VALIDA-TARJETA.
          COPY "VALTARIO.CPY".

      * ESTRUCTURA PARA LA RUTINA CLIEMAES: EL EMBOZADO TOMA LOS DATOS
      * DEL TITULAR DEL MAESTRO DE CLIENTES, Y DE LA TARJETA COMO
      * RESPALDO, IGUAL QUE EN RENUTARJ.
       01 WS-VALIDA-CLIENTE.
          COPY "CLIENTIO.CPY".

      * IMAGEN DE LA TARJETA DENUNCIADA TAL COMO ESTABA EN EL MAESTRO:
      * ES LA BASE DEL ALTA NUEVA Y LA IMAGEN "ANTES" DE SU CIERRE.
       01 WS-IMAGEN-ANTES                   PIC X(162).

      * IMAGEN "ANTES" Y TIPO DE MOVIMIENTO DE LA LINEA DE JOURNAL EN
      * CURSO ('A' EN BLANCO PARA EL ALTA, 'B' PARA EL CIERRE).
       01 WS-AUD-IMAGEN-ANTES               PIC X(162).
       77 WS-AUD-TIPO-MOV                   PIC X(01).

      * FECHA Y HORA DEL SISTEMA PARA ESTAMPAR CADA LINEA DEL JOURNAL.
       01 WS-FECHA-HOY-FIELDS.
          05 WS-FECHA-HOY-AAAAMMDD.
             10 WS-FECHA-HOY-ANIO           PIC 9(04).
             10 WS-FECHA-HOY-MES            PIC 9(02).
             10 WS-FECHA-HOY-DIA            PIC 9(02).
          05 WS-HORA-HOY.
             10 WS-HORA-HOY-HH              PIC 9(02).
             10 WS-HORA-HOY-MM              PIC 9(02).
             10 WS-HORA-HOY-SS              PIC 9(02).
          05 FILLER                         PIC X(07).

       01 WS-AUD-FECHA-ED.
          05 WS-AFE-ANIO                     PIC 9(04).
          05 FILLER                          PIC X VALUE '-'.
          05 WS-AFE-MES                      PIC 9(02).
          05 FILLER                          PIC X VALUE '-'.
          05 WS-AFE-DIA                      PIC 9(02).

       01 WS-AUD-HORA-ED.
          05 WS-AHO-HH                       PIC 9(02).
          05 FILLER                          PIC X VALUE ':'.
          05 WS-AHO-MM                       PIC 9(02).
          05 FILLER                          PIC X VALUE ':'.
          05 WS-AHO-SS                       PIC 9(02).

      * VENCIMIENTO DEL PLASTICO NUEVO YA EDITADO.
       01 WS-FECHA-VENC-ED.
          05 WS-FVE-ANIO                     PIC 9(04).
          05 FILLER                          PIC X VALUE '-'.
          05 WS-FVE-MES                      PIC 9(02).
          05 FILLER                          PIC X VALUE '-'.
          05 WS-FVE-DIA                      PIC 9(02).

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

           PERFORM 1000-INICIAR-PROGRAMA
              THRU 1000-INICIAR-PROGRAMA-EXIT.

           IF FS-REPOSICIONES-OK AND FS-TARJETAS-FILE-OK

              PERFORM 2000-PROCESAR-REPOSICION
                 THRU 2000-PROCESAR-REPOSICION-EXIT
                UNTIL WS-REPOSICIONES-EOF-YES

           END-IF.

           IF WS-CANT-REEMP > 0
              PERFORM 3000-TRASPASAR-SALDOS
                 THRU 3000-TRASPASAR-SALDOS-FIN
           END-IF.

           PERFORM 3500-CERRAR-ARCHIVOS
              THRU 3500-CERRAR-ARCHIVOS-EXIT.

           PERFORM 4000-TOTALES-ARCHIVO
              THRU 4000-TOTALES-ARCHIVO-EXIT.

           STOP RUN.
      *----------------------------------------------------------------*
       1000-INICIAR-PROGRAMA.

           INITIALIZE WS-CONTADORES.
           MOVE 0 TO WS-CANT-REEMP.

           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HOY-FIELDS.
           MOVE WS-FECHA-HOY-ANIO   TO WS-AFE-ANIO.
           MOVE WS-FECHA-HOY-MES    TO WS-AFE-MES.
           MOVE WS-FECHA-HOY-DIA    TO WS-AFE-DIA.

      * EL VENCIMIENTO DEL PLASTICO NUEVO: LA FECHA DE HOY MAS LOS
      * ANIOS DE VIGENCIA (UN 29/02 QUE CAE EN ANIO NO BISIESTO SE
      * CORRE AL 28/02, IGUAL QUE EN EMITTARJ).
           COMPUTE WS-FVE-ANIO =
                   WS-FECHA-HOY-ANIO + WS-ANIOS-VIGENCIA.
           MOVE WS-FECHA-HOY-MES TO WS-FVE-MES.
           MOVE WS-FECHA-HOY-DIA TO WS-FVE-DIA.
           IF WS-FVE-MES = 02 AND WS-FVE-DIA = 29
              MOVE 28 TO WS-FVE-DIA
           END-IF.

           OPEN INPUT REPOSICIONES.

           EVALUATE TRUE
               WHEN FS-REPOSICIONES-OK
                    PERFORM 1500-LEER-REPOSICION
                       THRU 1500-LEER-REPOSICION-EXIT
               WHEN FS-REPOSICIONES-NFD
                    SET WS-REPOSICIONES-EOF-YES TO TRUE
                    DISPLAY 'SIN REPOSICIONES.SEQ, NO HAY TARJETAS '
                            'DENUNCIADAS PARA REPONER'
               WHEN OTHER
                    SET WS-REPOSICIONES-EOF-YES TO TRUE
                    DISPLAY 'ERROR AL ABRIR REPOSICIONES.SEQ'
                    DISPLAY 'FILE STATUS: ' FS-REPOSICIONES
           END-EVALUATE.
      *----------------------------------------------------------------*
           OPEN I-O ENT-TARJETA.

           EVALUATE TRUE
               WHEN FS-TARJETAS-FILE-OK
                    CONTINUE
               WHEN FS-TARJETAS-FILE-NFD
                    DISPLAY 'NO SE ENCUENTRA EL ARCHIVO MAESTRO'
                    DISPLAY 'FILE STATUS: ' FS-TARJETAS
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR EL ARCHIVO MAESTRO'
                    DISPLAY 'FILE STATUS: ' FS-TARJETAS
           END-EVALUATE.
      *----------------------------------------------------------------*
      * EL ALTA Y EL CIERRE QUEDAN EN EL MISMO JOURNAL DE AUDITORIA QUE
      * MANTTARJ, EN EXTEND PARA NO BORRAR EL HISTORICO.
           OPEN EXTEND AUDITORIA.
           IF FS-AUDITORIA-NFD
              OPEN OUTPUT AUDITORIA
           END-IF.

           IF NOT FS-AUDITORIA-OK
              DISPLAY 'ERROR AL ABRIR EL JOURNAL DE AUDITORIA'
              DISPLAY 'FILE STATUS: ' FS-AUDITORIA
           END-IF.
      *----------------------------------------------------------------*
      * LA TABLA DE REEMPLAZOS ES PERMANENTE: CADA CORRIDA AGREGA.
           OPEN EXTEND REEMPLAZOS.
           IF FS-REEMPLAZOS-NFD
              OPEN OUTPUT REEMPLAZOS
           END-IF.

           IF NOT FS-REEMPLAZOS-OK
              DISPLAY 'ERROR AL ABRIR REEMPLAZOS.SEQ'
              DISPLAY 'FILE STATUS: ' FS-REEMPLAZOS
           END-IF.
      *----------------------------------------------------------------*
           OPEN OUTPUT EMBOZADO.
           IF NOT FS-EMBOZADO-OK
              DISPLAY 'ERROR AL ABRIR EMBOZADO-REPOSICION.SEQ'
              DISPLAY 'FILE STATUS: ' FS-EMBOZADO
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
       1500-LEER-REPOSICION.

           READ REPOSICIONES
             AT END
                SET WS-REPOSICIONES-EOF-YES     TO TRUE
             NOT AT END
                SET WS-REPOSICIONES-EOF-NO      TO TRUE
                ADD 1 TO WS-CANT-REG-LEIDOS
           END-READ.

           EVALUATE FS-REPOSICIONES
               WHEN '00'
                    CONTINUE
               WHEN '10'
                    CONTINUE
               WHEN OTHER
                    SET WS-REPOSICIONES-EOF-YES       TO TRUE
                    DISPLAY 'ERROR AL LEER REPOSICIONES.SEQ'
                    DISPLAY 'FILE STATUS: ' FS-REPOSICIONES
           END-EVALUATE.

       1500-LEER-REPOSICION-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 2000-PROCESAR-REPOSICION : VALIDA EL PEDIDO EN CURSO Y, SI LA   *
      * TARJETA DENUNCIADA ESTA VIVA EN EL MAESTRO, LA REPONE.          *
      *----------------------------------------------------------------*
       2000-PROCESAR-REPOSICION.

           EVALUATE TRUE
               WHEN NOT (REP-ES-PERDIDA OR REP-ES-ROBO)
                    MOVE REP-ARCHIVOS TO DETALLE
                    MOVE '40' TO CODIGO-ERROR
                    MOVE 'MOTIVO DE REPOSICION INVALIDO'
                      TO DESCRIPCION-ERR
                    PERFORM 2900-GRABAR-RECHAZO
                       THRU 2900-GRABAR-RECHAZO-FIN
               WHEN WS-CANT-REEMP NOT < 500
                    MOVE REP-ARCHIVOS TO DETALLE
                    MOVE '44' TO CODIGO-ERROR
                    MOVE 'TOPE DE REPOSICIONES POR CORRIDA, REPROCESAR'
                      TO DESCRIPCION-ERR
                    PERFORM 2900-GRABAR-RECHAZO
                       THRU 2900-GRABAR-RECHAZO-FIN
               WHEN OTHER
                    PERFORM 2100-REPONER-TARJETA
                       THRU 2100-REPONER-TARJETA-FIN
           END-EVALUATE.

           PERFORM 1500-LEER-REPOSICION
              THRU 1500-LEER-REPOSICION-EXIT.

       2000-PROCESAR-REPOSICION-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 2100-REPONER-TARJETA : LEE LA TARJETA DENUNCIADA, GUARDA SU     *
      * IMAGEN Y BUSCA UN NUMERO NUEVO LIBRE AVANZANDO LA SECUENCIA.    *
      * UNA TARJETA INEXISTENTE O YA CERRADA (POR EJEMPLO, DENUNCIADA   *
      * DOS VECES) SE RECHAZA SIN TOCAR NADA.                           *
      *----------------------------------------------------------------*
       2100-REPONER-TARJETA.

           MOVE REP-NRO-TARJ TO MAE-NRO-TARJ.
           READ ENT-TARJETA KEY IS MAE-NRO-TARJ.

           EVALUATE TRUE
               WHEN NOT FS-TARJETAS-FILE-OK
                    MOVE REP-ARCHIVOS TO DETALLE
                    MOVE '41' TO CODIGO-ERROR
                    MOVE 'LA TARJETA NO EXISTE EN EL MAESTRO'
                      TO DESCRIPCION-ERR
                    PERFORM 2900-GRABAR-RECHAZO
                       THRU 2900-GRABAR-RECHAZO-FIN
               WHEN MAE-CERRADA
                    MOVE REP-ARCHIVOS TO DETALLE
                    MOVE '42' TO CODIGO-ERROR
                    MOVE 'LA TARJETA YA ESTA CERRADA'
                      TO DESCRIPCION-ERR
                    PERFORM 2900-GRABAR-RECHAZO
                       THRU 2900-GRABAR-RECHAZO-FIN
               WHEN OTHER
                    MOVE REG-MAESTRO TO WS-IMAGEN-ANTES
                    MOVE MAE-CUENTA  TO WS-CUENTA-DIGITOS-N
                    SET WS-NUMERO-OCUPADO TO TRUE
                    PERFORM 2200-GENERAR-NUMERO
                       THRU 2200-GENERAR-NUMERO-FIN
                       VARYING WS-SECUENCIA FROM 1 BY 1
                          UNTIL WS-SECUENCIA > 9
                             OR WS-NUMERO-LIBRE
                    IF WS-NUMERO-LIBRE
                       PERFORM 2300-ALTA-TARJETA-NUEVA
                          THRU 2300-ALTA-TARJETA-NUEVA-FIN
                    ELSE
                       MOVE REP-ARCHIVOS TO DETALLE
                       MOVE '43' TO CODIGO-ERROR
                       MOVE 'SIN NUMERO LIBRE PARA LA REPOSICION'
                         TO DESCRIPCION-ERR
                       PERFORM 2900-GRABAR-RECHAZO
                          THRU 2900-GRABAR-RECHAZO-FIN
                    END-IF
           END-EVALUATE.

       2100-REPONER-TARJETA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * 2200-GENERAR-NUMERO : ARMA EL CUERPO BIN(6) + SECUENCIA(1) +    *
      * ULTIMOS 8 DIGITOS DE LA CUENTA, CALCULA EL DIGITO DE LUHN COMO  *
      * EMITTARJ, LO REVALIDA CON CLVALTAR Y LO BUSCA EN EL MAESTRO:    *
      * SOLO SIRVE UN NUMERO QUE TODAVIA NO EXISTA.                     *
      *----------------------------------------------------------------*
       2200-GENERAR-NUMERO.

           MOVE WS-BIN         TO WS-CUE-BIN.
           MOVE WS-SECUENCIA   TO WS-CUE-SECUENCIA.
           MOVE WS-CUENTA-BAJA TO WS-CUE-CUENTA.

           MOVE 0 TO WS-SUMA-LUHN.
           MOVE 0 TO WS-POSICION.

           PERFORM 2210-SUMAR-UN-DIGITO
              THRU 2210-SUMAR-UN-DIGITO-FIN
              VARYING WS-IX FROM 15 BY -1
                 UNTIL WS-IX < 1.

           DIVIDE WS-SUMA-LUHN BY 10
               GIVING WS-COCIENTE REMAINDER WS-RESTO.

           MOVE WS-CUERPO-TARJETA TO WS-NUM-CUERPO.
           IF WS-RESTO = 0
              MOVE 0 TO WS-NUM-VERIFICADOR
           ELSE
              COMPUTE WS-NUM-VERIFICADOR = 10 - WS-RESTO
           END-IF.

           MOVE WS-NUMERO-TARJETA TO WS-NRO-TARJ-I.
           CALL 'CLVALTAR' USING WS-VALIDA-TARJETA.

           IF WS-VALTARJ-O = 'S'
              AND WS-NUMERO-TARJETA NOT = REP-NRO-TARJ
              MOVE WS-NUMERO-TARJETA TO MAE-NRO-TARJ
              READ ENT-TARJETA KEY IS MAE-NRO-TARJ
              IF FS-TARJETAS-CLAVE-NFD
                 SET WS-NUMERO-LIBRE TO TRUE
              END-IF
           END-IF.

       2200-GENERAR-NUMERO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * 2210-SUMAR-UN-DIGITO : EN EL NUMERO COMPLETO EL VERIFICADOR     *
      * OCUPA LA POSICION 1 DESDE LA DERECHA, ASI QUE EL ULTIMO         *
      * DIGITO DEL CUERPO QUEDA EN POSICION PAR Y SIEMPRE SE DUPLICA.   *
      *----------------------------------------------------------------*
       2210-SUMAR-UN-DIGITO.

           ADD 1 TO WS-POSICION.
           MOVE WS-CUE-CHAR(WS-IX) TO WS-DIGITO-X.
           MOVE WS-DIGITO-N TO WS-VALOR-DIGITO.

           DIVIDE WS-POSICION BY 2
               GIVING WS-COCIENTE REMAINDER WS-RESTO.

           IF WS-RESTO = 1
              MULTIPLY WS-VALOR-DIGITO BY 2
                 GIVING WS-VALOR-DIGITO
              IF WS-VALOR-DIGITO > 9
                 SUBTRACT 9 FROM WS-VALOR-DIGITO
              END-IF
           END-IF.

           ADD WS-VALOR-DIGITO TO WS-SUMA-LUHN.

       2210-SUMAR-UN-DIGITO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * 2300-ALTA-TARJETA-NUEVA : DA DE ALTA EL NUMERO NUEVO CON TODOS  *
      * LOS DATOS DE LA DENUNCIADA (CUENTA, TITULAR, LIMITE, SALDO      *
      * ANTERIOR, DIA DE CORTE) Y EL VENCIMIENTO DEL PLASTICO NUEVO. LA *
      * TARJETA NUEVA NACE ACTIVA, SALVO QUE LA VIEJA ESTUVIERA         *
      * BLOQUEADA POR MORA (SUS CICLOS EN MOROSIDAD.SEQ LLEGAN AL       *
      * UMBRAL): ESE BLOQUEO NO SE LEVANTA CON UN PLASTICO NUEVO. EL    *
      * BLOQUEO DE LA DENUNCIA NO PASA. RECIEN CON EL ALTA GRABADA SE   *
      * CIERRA LA VIEJA.                                                *
      *----------------------------------------------------------------*
       2300-ALTA-TARJETA-NUEVA.

           MOVE WS-IMAGEN-ANTES   TO REG-MAESTRO.

           SET WS-SIN-BLOQUEO-POR-MORA TO TRUE.
           IF MAE-BLOQUEADA
              PERFORM 2350-BUSCAR-MORA
                 THRU 2350-BUSCAR-MORA-FIN
           END-IF.

           MOVE WS-NUMERO-TARJETA TO MAE-NRO-TARJ.
           MOVE WS-FECHA-VENC-ED  TO MAE-FECHA-VENC.
           IF WS-BLOQUEO-POR-MORA
              SET MAE-BLOQUEADA TO TRUE
           ELSE
              SET MAE-ACTIVA    TO TRUE
           END-IF.

           WRITE REG-MAESTRO.

           IF FS-TARJETAS-FILE-OK
              MOVE SPACES TO WS-AUD-IMAGEN-ANTES
              MOVE 'A'    TO WS-AUD-TIPO-MOV
              PERFORM 2950-GRABAR-AUDITORIA
                 THRU 2950-GRABAR-AUDITORIA-FIN
              PERFORM 2500-GRABAR-EMBOZADO
                 THRU 2500-GRABAR-EMBOZADO-FIN
              PERFORM 2400-CERRAR-TARJETA-ANT
                 THRU 2400-CERRAR-TARJETA-ANT-FIN
           ELSE
              MOVE REP-ARCHIVOS TO DETALLE
              MOVE '45' TO CODIGO-ERROR
              MOVE 'ERROR AL GRABAR LA TARJETA NUEVA EN EL MAESTRO'
                TO DESCRIPCION-ERR
              PERFORM 2900-GRABAR-RECHAZO
                 THRU 2900-GRABAR-RECHAZO-FIN
           END-IF.

       2300-ALTA-TARJETA-NUEVA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * 2350-BUSCAR-MORA : BUSCA LA DENUNCIADA EN MOROSIDAD.SEQ Y MARCA *
      * EL BLOQUEO POR MORA SI SUS CICLOS LLEGAN AL UMBRAL. SIN ARCHIVO *
      * NO HAY MORA REGISTRADA.                                         *
      *----------------------------------------------------------------*
       2350-BUSCAR-MORA.

           SET WS-ORIGEN-EOF-NO TO TRUE.
           OPEN INPUT MOROSIDAD.

           EVALUATE TRUE
               WHEN FS-MOROSIDAD-OK
                    PERFORM 2370-LEER-MORA
                       THRU 2370-LEER-MORA-FIN
                    PERFORM 2360-COMPARAR-MORA
                       THRU 2360-COMPARAR-MORA-FIN
                      UNTIL WS-ORIGEN-EOF-YES
                    CLOSE MOROSIDAD
               WHEN FS-MOROSIDAD-NFD
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR MOROSIDAD.SEQ'
                    DISPLAY 'FILE STATUS: ' FS-MOROSIDAD
           END-EVALUATE.

       2350-BUSCAR-MORA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2360-COMPARAR-MORA.

           IF MOR-NRO-TARJ = REP-NRO-TARJ
              SET WS-ORIGEN-EOF-YES TO TRUE
              IF MOR-CICLOS-MORA NOT < WS-UMBRAL-BLOQUEO
                 SET WS-BLOQUEO-POR-MORA TO TRUE
              END-IF
           ELSE
              PERFORM 2370-LEER-MORA
                 THRU 2370-LEER-MORA-FIN
           END-IF.

       2360-COMPARAR-MORA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2370-LEER-MORA.

           READ MOROSIDAD
             AT END
                SET WS-ORIGEN-EOF-YES         TO TRUE
             NOT AT END
                SET WS-ORIGEN-EOF-NO          TO TRUE
           END-READ.

           EVALUATE FS-MOROSIDAD
               WHEN '00'
                    CONTINUE
               WHEN '10'
                    CONTINUE
               WHEN OTHER
                    SET WS-ORIGEN-EOF-YES         TO TRUE
                    DISPLAY 'ERROR AL LEER MOROSIDAD.SEQ'
                    DISPLAY 'FILE STATUS: ' FS-MOROSIDAD
           END-EVALUATE.

       2370-LEER-MORA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * 2400-CERRAR-TARJETA-ANT : CIERRA LA DENUNCIADA CON SALDO CERO   *
      * (LA DEUDA YA VIVE EN LA TARJETA NUEVA Y NO DEBE CONTARSE DOS    *
      * VECES EN LA CARTERA), REGISTRA EL REEMPLAZO Y LO ANOTA PARA     *
      * EL TRASPASO DE SALDOS DEL FINAL DE LA CORRIDA.                  *
      *----------------------------------------------------------------*
       2400-CERRAR-TARJETA-ANT.

           MOVE WS-IMAGEN-ANTES TO REG-MAESTRO.
           SET MAE-CERRADA TO TRUE.
           MOVE 0 TO MAE-SALDO-ANT.
           MOVE 0 TO MAE-SALDO-ADELANTO.

           REWRITE REG-MAESTRO.

           IF FS-TARJETAS-FILE-OK
              MOVE WS-IMAGEN-ANTES TO WS-AUD-IMAGEN-ANTES
              MOVE 'B'             TO WS-AUD-TIPO-MOV
              PERFORM 2950-GRABAR-AUDITORIA
                 THRU 2950-GRABAR-AUDITORIA-FIN

              MOVE REP-NRO-TARJ      TO RMP-NRO-TARJ-ANT
              MOVE WS-NUMERO-TARJETA TO RMP-NRO-TARJ-NUE
              MOVE WS-AUD-FECHA-ED   TO RMP-FECHA
              MOVE REP-MOTIVO        TO RMP-MOTIVO
              WRITE REG-REEMPLAZO
              IF NOT FS-REEMPLAZOS-OK
                 DISPLAY 'ERROR AL GRABAR REEMPLAZOS.SEQ'
                 DISPLAY 'FILE STATUS: ' FS-REEMPLAZOS
              END-IF

              ADD 1 TO WS-CANT-REEMP
              MOVE REP-NRO-TARJ      TO WS-REE-NRO-ANT(WS-CANT-REEMP)
              MOVE WS-NUMERO-TARJETA TO WS-REE-NRO-NUE(WS-CANT-REEMP)
              ADD 1 TO WS-CANT-REPUESTAS
           ELSE
      * LA TARJETA NUEVA YA QUEDO GRABADA: SE AVISA PARA QUE OPERACIONES
      * CIERRE LA VIEJA A MANO CON UNA BAJA DE MANTTARJ.
              DISPLAY '*** NO SE PUDO CERRAR LA TARJETA ' REP-NRO-TARJ
                      ' REEMPLAZADA POR ' WS-NUMERO-TARJETA ' ***'
              DISPLAY 'FILE STATUS: ' FS-TARJETAS
              MOVE REP-ARCHIVOS TO DETALLE
              MOVE '45' TO CODIGO-ERROR
              MOVE 'ERROR AL CERRAR LA TARJETA DENUNCIADA'
                TO DESCRIPCION-ERR
              PERFORM 2900-GRABAR-RECHAZO
                 THRU 2900-GRABAR-RECHAZO-FIN
           END-IF.

       2400-CERRAR-TARJETA-ANT-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2500-GRABAR-EMBOZADO.

           MOVE MAE-CUENTA TO WS-CLI-CUENTA.
           CALL 'CLIEMAES' USING WS-VALIDA-CLIENTE.

           MOVE MAE-NRO-TARJ      TO EMB-NRO-TARJ.
           IF WS-CLI-NOMBRE = 'ERROR'
              MOVE MAE-APELLIDO      TO EMB-APELLIDO
              MOVE MAE-NOMBRE        TO EMB-NOMBRE
              MOVE MAE-DIRECCION     TO EMB-DIRECCION
              MOVE MAE-COD-POSTAL    TO EMB-COD-POSTAL
           ELSE
              MOVE WS-CLI-APELLIDO   TO EMB-APELLIDO
              MOVE WS-CLI-NOMBRE     TO EMB-NOMBRE
              MOVE WS-CLI-DIRECCION  TO EMB-DIRECCION
              MOVE WS-CLI-COD-POSTAL TO EMB-COD-POSTAL
           END-IF.
           MOVE MAE-FECHA-VENC    TO EMB-FECHA-VENC-NUEVA.

           WRITE REG-EMBOZADO.

           IF NOT FS-EMBOZADO-OK
              DISPLAY 'ERROR AL GRABAR EMBOZADO-REPOSICION.SEQ'
              DISPLAY 'FILE STATUS: ' FS-EMBOZADO
           END-IF.

       2500-GRABAR-EMBOZADO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2900-GRABAR-RECHAZO.

           WRITE REG-RECHAZOS.

           EVALUATE FS-RECHAZOS
               WHEN '00'
                    ADD 1 TO WS-CANT-RECHAZADAS
               WHEN OTHER
                    DISPLAY 'ERROR AL GRABAR EL ARCHIVO DE RECHAZOS'
                    DISPLAY 'FILE STATUS: ' FS-RECHAZOS
           END-EVALUATE.

       2900-GRABAR-RECHAZO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * 2950-GRABAR-AUDITORIA : AGREGA AL JOURNAL DE MANTTARJ LA        *
      * IMAGEN ANTES (WS-AUD-IMAGEN-ANTES) Y DESPUES (REG-MAESTRO) DEL  *
      * CAMBIO RECIEN APLICADO, CON EL MISMO FORMATO QUE MANTTARJ.      *
      *----------------------------------------------------------------*
       2950-GRABAR-AUDITORIA.

           IF FS-AUDITORIA-OK
              MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HOY-FIELDS
              MOVE WS-FECHA-HOY-ANIO   TO WS-AFE-ANIO
              MOVE WS-FECHA-HOY-MES    TO WS-AFE-MES
              MOVE WS-FECHA-HOY-DIA    TO WS-AFE-DIA
              MOVE WS-HORA-HOY-HH      TO WS-AHO-HH
              MOVE WS-HORA-HOY-MM      TO WS-AHO-MM
              MOVE WS-HORA-HOY-SS      TO WS-AHO-SS

              MOVE WS-AUD-FECHA-ED     TO AUD-FECHA
              MOVE WS-AUD-HORA-ED      TO AUD-HORA
              MOVE WS-AUD-TIPO-MOV     TO AUD-TIPO-MOV
              MOVE MAE-NRO-TARJ        TO AUD-NRO-TARJ
              MOVE WS-AUD-IMAGEN-ANTES TO AUD-IMAGEN-ANTES
              MOVE REG-MAESTRO         TO AUD-IMAGEN-DESPUES
              MOVE 'REEMTARJ'          TO AUD-PROGRAMA

              WRITE REG-AUDITORIA

              IF NOT FS-AUDITORIA-OK
                 DISPLAY 'ERROR AL GRABAR EL JOURNAL DE AUDITORIA'
                 DISPLAY 'FILE STATUS: ' FS-AUDITORIA
              END-IF
           END-IF.

       2950-GRABAR-AUDITORIA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * 3000-TRASPASAR-SALDOS : PASA AL NUMERO NUEVO TODO LO QUE LOS    *
      * ARCHIVOS DE SALDOS GUARDAN POR TARJETA. UN ARCHIVO QUE NO       *
      * EXISTE ES UNA FUNCION APAGADA Y NO HAY NADA QUE TRASPASAR.      *
      * CADA ARCHIVO SE COPIA ENTERO A REEMTARJ-WRK.SEQ ANTES DE        *
      * REABRIRLO EN OUTPUT: UN ERROR HASTA ESE PUNTO DETIENE LA        *
      * CORRIDA CON EL ORIGINAL INTACTO, Y UNO DESPUES LA DETIENE CON   *
      * EL ARCHIVO DE TRABAJO COMPLETO PARA COPIARLO A MANO.            *
      *----------------------------------------------------------------*
       3000-TRASPASAR-SALDOS.

           PERFORM 3100-TRASPASAR-PUNTOS
              THRU 3100-TRASPASAR-PUNTOS-FIN.

           PERFORM 3200-TRASPASAR-MOROSIDAD
              THRU 3200-TRASPASAR-MOROSIDAD-FIN.

           PERFORM 3300-TRASPASAR-ENROLADOS
              THRU 3300-TRASPASAR-ENROLADOS-FIN.

           PERFORM 3400-TRASPASAR-RETENCIONES
              THRU 3400-TRASPASAR-RETENCIONES-FIN.

           PERFORM 3450-TRASPASAR-PLANES
              THRU 3450-TRASPASAR-PLANES-FIN.

       3000-TRASPASAR-SALDOS-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * 3050-BUSCAR-REEMPLAZO : SI WS-NRO-TRASPASO ES UNA TARJETA       *
      * REPUESTA EN LA CORRIDA, LO CAMBIA POR EL NUMERO NUEVO.          *
      *----------------------------------------------------------------*
       3050-BUSCAR-REEMPLAZO.

           SET WS-REEMPLAZO-NO-HALLADO TO TRUE.

           SET WS-IX-REE TO 1.
           SEARCH WS-REE-ITEM
              WHEN WS-REE-NRO-ANT(WS-IX-REE) = WS-NRO-TRASPASO
                   SET WS-REEMPLAZO-HALLADO TO TRUE
                   MOVE WS-REE-NRO-NUE(WS-IX-REE) TO WS-NRO-TRASPASO
           END-SEARCH.

       3050-BUSCAR-REEMPLAZO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3060-LEER-TRASPASO.

           READ TRASPASO-WRK
             AT END
                SET WS-TRASPASO-EOF-YES       TO TRUE
             NOT AT END
                SET WS-TRASPASO-EOF-NO        TO TRUE
           END-READ.

           EVALUATE FS-TRASPASO
               WHEN '00'
                    CONTINUE
               WHEN '10'
                    CONTINUE
               WHEN OTHER
                    DISPLAY '*** ERROR AL LEER '
                            'REEMTARJ-WRK.SEQ: COPIAR '
                            'REEMTARJ-WRK.SEQ SOBRE '
                            WS-ARCHIVO-TRASPASO ' ***'
                    DISPLAY 'FILE STATUS: ' FS-TRASPASO
                    STOP RUN
           END-EVALUATE.

       3060-LEER-TRASPASO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * 3062-ABRIR-TRASPASO : ABRE EL ARCHIVO DE TRABAJO. SI NO SE      *
      * PUEDE, SE DETIENE LA CORRIDA CON EL ARCHIVO DE SALDOS INTACTO.  *
      *----------------------------------------------------------------*
       3062-ABRIR-TRASPASO.

           OPEN OUTPUT TRASPASO-WRK.

           IF NOT FS-TRASPASO-OK
              DISPLAY '*** ERROR AL ABRIR REEMTARJ-WRK.SEQ, SE DETIENE '
                      'LA CORRIDA: ' WS-ARCHIVO-TRASPASO
                      ' QUEDA SIN TRASPASAR ***'
              DISPLAY 'FILE STATUS: ' FS-TRASPASO
              STOP RUN
           END-IF.

       3062-ABRIR-TRASPASO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3064-GRABAR-TRASPASO.

           WRITE REG-TRASPASO-WRK.

           IF NOT FS-TRASPASO-OK
              DISPLAY '*** ERROR AL GRABAR '
                      'REEMTARJ-WRK.SEQ, SE DETIENE '
                      'LA CORRIDA: ' WS-ARCHIVO-TRASPASO
                      ' QUEDA SIN TRASPASAR ***'
              DISPLAY 'FILE STATUS: ' FS-TRASPASO
              STOP RUN
           END-IF.

       3064-GRABAR-TRASPASO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * 3066-REABRIR-TRASPASO : CIERRA EL ARCHIVO DE TRABAJO YA         *
      * COMPLETO Y LO REABRE PARA VOLCARLO. SI ALGO FALLA ANTES DE      *
      * REABRIR EL ORIGINAL EN OUTPUT, SE DETIENE LA CORRIDA CON EL     *
      * ARCHIVO DE SALDOS INTACTO.                                      *
      *----------------------------------------------------------------*
       3066-REABRIR-TRASPASO.

           CLOSE TRASPASO-WRK.

           IF FS-TRASPASO-OK
              OPEN INPUT TRASPASO-WRK
           END-IF.

           IF NOT FS-TRASPASO-OK
              DISPLAY '*** ERROR AL CERRAR/REABRIR '
                      'REEMTARJ-WRK.SEQ, SE '
                      'DETIENE LA CORRIDA: ' WS-ARCHIVO-TRASPASO
                      ' QUEDA SIN TRASPASAR ***'
              DISPLAY 'FILE STATUS: ' FS-TRASPASO
              STOP RUN
           END-IF.

       3066-REABRIR-TRASPASO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * 3100-TRASPASAR-PUNTOS : COPIA PUNTOS-SALDOS.SEQ AL ARCHIVO DE   *
      * TRABAJO CAMBIANDO LOS NUMEROS REPUESTOS Y LO VUELCA DE NUEVO.   *
      *----------------------------------------------------------------*
       3100-TRASPASAR-PUNTOS.

           OPEN INPUT PUNTOS-SALDOS.

           EVALUATE TRUE
               WHEN FS-PUNTOS-SALDOS-OK
                    MOVE 'PUNTOS-SALDOS.SEQ' TO WS-ARCHIVO-TRASPASO
                    PERFORM 3062-ABRIR-TRASPASO
                       THRU 3062-ABRIR-TRASPASO-FIN
                    SET WS-ORIGEN-EOF-NO TO TRUE
                    PERFORM 3110-LEER-PUNTOS
                       THRU 3110-LEER-PUNTOS-FIN
                    PERFORM 3120-COPIAR-PUNTOS
                       THRU 3120-COPIAR-PUNTOS-FIN
                      UNTIL WS-ORIGEN-EOF-YES
                    CLOSE PUNTOS-SALDOS
                    PERFORM 3066-REABRIR-TRASPASO
                       THRU 3066-REABRIR-TRASPASO-FIN

                    OPEN OUTPUT PUNTOS-SALDOS
                    IF NOT FS-PUNTOS-SALDOS-OK
                       DISPLAY '*** ERROR AL REGRABAR '
                               'PUNTOS-SALDOS.SEQ: '
                               'COPIAR REEMTARJ-WRK.SEQ ***'
                       DISPLAY 'FILE STATUS: ' FS-PUNTOS-SALDOS
                       STOP RUN
                    END-IF

                    PERFORM 3060-LEER-TRASPASO
                       THRU 3060-LEER-TRASPASO-FIN
                    PERFORM 3130-DEVOLVER-PUNTOS
                       THRU 3130-DEVOLVER-PUNTOS-FIN
                      UNTIL WS-TRASPASO-EOF-YES
                    CLOSE PUNTOS-SALDOS
                    CLOSE TRASPASO-WRK
               WHEN FS-PUNTOS-SALDOS-NFD
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR PUNTOS-SALDOS.SEQ'
                    DISPLAY 'FILE STATUS: ' FS-PUNTOS-SALDOS
           END-EVALUATE.

       3100-TRASPASAR-PUNTOS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3110-LEER-PUNTOS.

           READ PUNTOS-SALDOS
             AT END
                SET WS-ORIGEN-EOF-YES         TO TRUE
             NOT AT END
                SET WS-ORIGEN-EOF-NO          TO TRUE
           END-READ.

           EVALUATE FS-PUNTOS-SALDOS
               WHEN '00'
                    CONTINUE
               WHEN '10'
                    CONTINUE
               WHEN OTHER
                    DISPLAY '*** ERROR AL LEER '
                            'PUNTOS-SALDOS.SEQ, SE DETIENE '
                            'LA CORRIDA SIN TOCARLO ***'
                    DISPLAY 'FILE STATUS: ' FS-PUNTOS-SALDOS
                    STOP RUN
           END-EVALUATE.

       3110-LEER-PUNTOS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3120-COPIAR-PUNTOS.

           MOVE PSA-NRO-TARJ TO WS-NRO-TRASPASO.
           PERFORM 3050-BUSCAR-REEMPLAZO
              THRU 3050-BUSCAR-REEMPLAZO-FIN.
           IF WS-REEMPLAZO-HALLADO
              MOVE WS-NRO-TRASPASO TO PSA-NRO-TARJ
              ADD 1 TO WS-CANT-PTO-TRASPASADOS
           END-IF.

           MOVE REG-PUNTOS-SALDO TO REG-TRASPASO-WRK.
           PERFORM 3064-GRABAR-TRASPASO
              THRU 3064-GRABAR-TRASPASO-FIN.

           PERFORM 3110-LEER-PUNTOS
              THRU 3110-LEER-PUNTOS-FIN.

       3120-COPIAR-PUNTOS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3130-DEVOLVER-PUNTOS.

           MOVE REG-TRASPASO-WRK TO REG-PUNTOS-SALDO.
           WRITE REG-PUNTOS-SALDO.

           IF NOT FS-PUNTOS-SALDOS-OK
              DISPLAY '*** ERROR AL REGRABAR PUNTOS-SALDOS.SEQ: '
                      'COPIAR REEMTARJ-WRK.SEQ ***'
              DISPLAY 'FILE STATUS: ' FS-PUNTOS-SALDOS
              STOP RUN
           END-IF.

           PERFORM 3060-LEER-TRASPASO
              THRU 3060-LEER-TRASPASO-FIN.

       3130-DEVOLVER-PUNTOS-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * 3200-TRASPASAR-MOROSIDAD : LOS CICLOS DE MORA, EL ULTIMO PAGO   *
      * MINIMO Y EL SALDO PASAN AL NUMERO NUEVO: UNA REPOSICION NO      *
      * LIMPIA LA HISTORIA DE MORA DE LA CUENTA.                        *
      *----------------------------------------------------------------*
       3200-TRASPASAR-MOROSIDAD.

           OPEN INPUT MOROSIDAD.

           EVALUATE TRUE
               WHEN FS-MOROSIDAD-OK
                    MOVE 'MOROSIDAD.SEQ' TO WS-ARCHIVO-TRASPASO
                    PERFORM 3062-ABRIR-TRASPASO
                       THRU 3062-ABRIR-TRASPASO-FIN
                    SET WS-ORIGEN-EOF-NO TO TRUE
                    PERFORM 3210-LEER-MOROSIDAD
                       THRU 3210-LEER-MOROSIDAD-FIN
                    PERFORM 3220-COPIAR-MOROSIDAD
                       THRU 3220-COPIAR-MOROSIDAD-FIN
                      UNTIL WS-ORIGEN-EOF-YES
                    CLOSE MOROSIDAD
                    PERFORM 3066-REABRIR-TRASPASO
                       THRU 3066-REABRIR-TRASPASO-FIN

                    OPEN OUTPUT MOROSIDAD
                    IF NOT FS-MOROSIDAD-OK
                       DISPLAY '*** ERROR AL REGRABAR MOROSIDAD.SEQ: '
                               'COPIAR REEMTARJ-WRK.SEQ ***'
                       DISPLAY 'FILE STATUS: ' FS-MOROSIDAD
                       STOP RUN
                    END-IF

                    PERFORM 3060-LEER-TRASPASO
                       THRU 3060-LEER-TRASPASO-FIN
                    PERFORM 3230-DEVOLVER-MOROSIDAD
                       THRU 3230-DEVOLVER-MOROSIDAD-FIN
                      UNTIL WS-TRASPASO-EOF-YES
                    CLOSE MOROSIDAD
                    CLOSE TRASPASO-WRK
               WHEN FS-MOROSIDAD-NFD
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR MOROSIDAD.SEQ'
                    DISPLAY 'FILE STATUS: ' FS-MOROSIDAD
           END-EVALUATE.

       3200-TRASPASAR-MOROSIDAD-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3210-LEER-MOROSIDAD.

           READ MOROSIDAD
             AT END
                SET WS-ORIGEN-EOF-YES         TO TRUE
             NOT AT END
                SET WS-ORIGEN-EOF-NO          TO TRUE
           END-READ.

           EVALUATE FS-MOROSIDAD
               WHEN '00'
                    CONTINUE
               WHEN '10'
                    CONTINUE
               WHEN OTHER
                    DISPLAY '*** ERROR AL LEER '
                            'MOROSIDAD.SEQ, SE DETIENE '
                            'LA CORRIDA SIN TOCARLO ***'
                    DISPLAY 'FILE STATUS: ' FS-MOROSIDAD
                    STOP RUN
           END-EVALUATE.

       3210-LEER-MOROSIDAD-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3220-COPIAR-MOROSIDAD.

           MOVE MOR-NRO-TARJ TO WS-NRO-TRASPASO.
           PERFORM 3050-BUSCAR-REEMPLAZO
              THRU 3050-BUSCAR-REEMPLAZO-FIN.
           IF WS-REEMPLAZO-HALLADO
              MOVE WS-NRO-TRASPASO TO MOR-NRO-TARJ
              ADD 1 TO WS-CANT-MOR-TRASPASADOS
           END-IF.

           MOVE REG-MOROSIDAD TO REG-TRASPASO-WRK.
           PERFORM 3064-GRABAR-TRASPASO
              THRU 3064-GRABAR-TRASPASO-FIN.

           PERFORM 3210-LEER-MOROSIDAD
              THRU 3210-LEER-MOROSIDAD-FIN.

       3220-COPIAR-MOROSIDAD-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3230-DEVOLVER-MOROSIDAD.

           MOVE REG-TRASPASO-WRK TO REG-MOROSIDAD.
           WRITE REG-MOROSIDAD.

           IF NOT FS-MOROSIDAD-OK
              DISPLAY '*** ERROR AL REGRABAR MOROSIDAD.SEQ: '
                      'COPIAR REEMTARJ-WRK.SEQ ***'
              DISPLAY 'FILE STATUS: ' FS-MOROSIDAD
              STOP RUN
           END-IF.

           PERFORM 3060-LEER-TRASPASO
              THRU 3060-LEER-TRASPASO-FIN.

       3230-DEVOLVER-MOROSIDAD-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * 3300-TRASPASAR-ENROLADOS : LA ADHESION AL DEBITO AUTOMATICO     *
      * (CBU Y MODALIDAD) SIGUE A LA CUENTA, NO AL PLASTICO.            *
      *----------------------------------------------------------------*
       3300-TRASPASAR-ENROLADOS.

           OPEN INPUT ENROLADOS-DEBITO.

           EVALUATE TRUE
               WHEN FS-ENROLADOS-OK
                    MOVE 'DEBITOS-ENROLADOS.SEQ' TO WS-ARCHIVO-TRASPASO
                    PERFORM 3062-ABRIR-TRASPASO
                       THRU 3062-ABRIR-TRASPASO-FIN
                    SET WS-ORIGEN-EOF-NO TO TRUE
                    PERFORM 3310-LEER-ENROLADO
                       THRU 3310-LEER-ENROLADO-FIN
                    PERFORM 3320-COPIAR-ENROLADO
                       THRU 3320-COPIAR-ENROLADO-FIN
                      UNTIL WS-ORIGEN-EOF-YES
                    CLOSE ENROLADOS-DEBITO
                    PERFORM 3066-REABRIR-TRASPASO
                       THRU 3066-REABRIR-TRASPASO-FIN

                    OPEN OUTPUT ENROLADOS-DEBITO
                    IF NOT FS-ENROLADOS-OK
                       DISPLAY '*** ERROR AL REGRABAR '
                               'DEBITOS-ENROLADOS.SEQ: '
                               'COPIAR REEMTARJ-WRK.SEQ ***'
                       DISPLAY 'FILE STATUS: ' FS-ENROLADOS
                       STOP RUN
                    END-IF

                    PERFORM 3060-LEER-TRASPASO
                       THRU 3060-LEER-TRASPASO-FIN
                    PERFORM 3330-DEVOLVER-ENROLADO
                       THRU 3330-DEVOLVER-ENROLADO-FIN
                      UNTIL WS-TRASPASO-EOF-YES
                    CLOSE ENROLADOS-DEBITO
                    CLOSE TRASPASO-WRK
               WHEN FS-ENROLADOS-NFD
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR DEBITOS-ENROLADOS.SEQ'
                    DISPLAY 'FILE STATUS: ' FS-ENROLADOS
           END-EVALUATE.

       3300-TRASPASAR-ENROLADOS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3310-LEER-ENROLADO.

           READ ENROLADOS-DEBITO
             AT END
                SET WS-ORIGEN-EOF-YES         TO TRUE
             NOT AT END
                SET WS-ORIGEN-EOF-NO          TO TRUE
           END-READ.

           EVALUATE FS-ENROLADOS
               WHEN '00'
                    CONTINUE
               WHEN '10'
                    CONTINUE
               WHEN OTHER
                    DISPLAY '*** ERROR AL LEER '
                            'DEBITOS-ENROLADOS.SEQ, SE DETIENE '
                            'LA CORRIDA SIN TOCARLO ***'
                    DISPLAY 'FILE STATUS: ' FS-ENROLADOS
                    STOP RUN
           END-EVALUATE.

       3310-LEER-ENROLADO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3320-COPIAR-ENROLADO.

           MOVE ENR-NRO-TARJ TO WS-NRO-TRASPASO.
           PERFORM 3050-BUSCAR-REEMPLAZO
              THRU 3050-BUSCAR-REEMPLAZO-FIN.
           IF WS-REEMPLAZO-HALLADO
              MOVE WS-NRO-TRASPASO TO ENR-NRO-TARJ
              ADD 1 TO WS-CANT-ENR-TRASPASADOS
           END-IF.

           MOVE REG-ENROLADO TO REG-TRASPASO-WRK.
           PERFORM 3064-GRABAR-TRASPASO
              THRU 3064-GRABAR-TRASPASO-FIN.

           PERFORM 3310-LEER-ENROLADO
              THRU 3310-LEER-ENROLADO-FIN.

       3320-COPIAR-ENROLADO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3330-DEVOLVER-ENROLADO.

           MOVE REG-TRASPASO-WRK TO REG-ENROLADO.
           WRITE REG-ENROLADO.

           IF NOT FS-ENROLADOS-OK
              DISPLAY '*** ERROR AL REGRABAR DEBITOS-ENROLADOS.SEQ: '
                      'COPIAR REEMTARJ-WRK.SEQ ***'
              DISPLAY 'FILE STATUS: ' FS-ENROLADOS
              STOP RUN
           END-IF.

           PERFORM 3060-LEER-TRASPASO
              THRU 3060-LEER-TRASPASO-FIN.

       3330-DEVOLVER-ENROLADO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * 3400-TRASPASAR-RETENCIONES : LAS RETENCIONES ABIERTAS DE LA     *
      * DENUNCIADA SIGUEN OCUPANDO LIMITE EN LA NUEVA HASTA QUE         *
      * TP02EJ01 LAS LIBERE AL FACTURAR O VENZA SU PLAZO.               *
      *----------------------------------------------------------------*
       3400-TRASPASAR-RETENCIONES.

           OPEN INPUT RETENCIONES.

           EVALUATE TRUE
               WHEN FS-RETENCIONES-OK
                    MOVE 'RETENCIONES.SEQ' TO WS-ARCHIVO-TRASPASO
                    PERFORM 3062-ABRIR-TRASPASO
                       THRU 3062-ABRIR-TRASPASO-FIN
                    SET WS-ORIGEN-EOF-NO TO TRUE
                    PERFORM 3410-LEER-RETENCION
                       THRU 3410-LEER-RETENCION-FIN
                    PERFORM 3420-COPIAR-RETENCION
                       THRU 3420-COPIAR-RETENCION-FIN
                      UNTIL WS-ORIGEN-EOF-YES
                    CLOSE RETENCIONES
                    PERFORM 3066-REABRIR-TRASPASO
                       THRU 3066-REABRIR-TRASPASO-FIN

                    OPEN OUTPUT RETENCIONES
                    IF NOT FS-RETENCIONES-OK
                       DISPLAY '*** ERROR AL REGRABAR RETENCIONES.SEQ: '
                               'COPIAR REEMTARJ-WRK.SEQ ***'
                       DISPLAY 'FILE STATUS: ' FS-RETENCIONES
                       STOP RUN
                    END-IF

                    PERFORM 3060-LEER-TRASPASO
                       THRU 3060-LEER-TRASPASO-FIN
                    PERFORM 3430-DEVOLVER-RETENCION
                       THRU 3430-DEVOLVER-RETENCION-FIN
                      UNTIL WS-TRASPASO-EOF-YES
                    CLOSE RETENCIONES
                    CLOSE TRASPASO-WRK
               WHEN FS-RETENCIONES-NFD
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR RETENCIONES.SEQ'
                    DISPLAY 'FILE STATUS: ' FS-RETENCIONES
           END-EVALUATE.

       3400-TRASPASAR-RETENCIONES-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3410-LEER-RETENCION.

           READ RETENCIONES
             AT END
                SET WS-ORIGEN-EOF-YES         TO TRUE
             NOT AT END
                SET WS-ORIGEN-EOF-NO          TO TRUE
           END-READ.

           EVALUATE FS-RETENCIONES
               WHEN '00'
                    CONTINUE
               WHEN '10'
                    CONTINUE
               WHEN OTHER
                    DISPLAY '*** ERROR AL LEER '
                            'RETENCIONES.SEQ, SE DETIENE '
                            'LA CORRIDA SIN TOCARLO ***'
                    DISPLAY 'FILE STATUS: ' FS-RETENCIONES
                    STOP RUN
           END-EVALUATE.

       3410-LEER-RETENCION-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3420-COPIAR-RETENCION.

           MOVE RET-NRO-TARJ TO WS-NRO-TRASPASO.
           PERFORM 3050-BUSCAR-REEMPLAZO
              THRU 3050-BUSCAR-REEMPLAZO-FIN.
           IF WS-REEMPLAZO-HALLADO
              MOVE WS-NRO-TRASPASO TO RET-NRO-TARJ
              ADD 1 TO WS-CANT-RET-TRASPASADAS
           END-IF.

           MOVE REG-RETENCION TO REG-TRASPASO-WRK.
           PERFORM 3064-GRABAR-TRASPASO
              THRU 3064-GRABAR-TRASPASO-FIN.

           PERFORM 3410-LEER-RETENCION
              THRU 3410-LEER-RETENCION-FIN.

       3420-COPIAR-RETENCION-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3430-DEVOLVER-RETENCION.

           MOVE REG-TRASPASO-WRK TO REG-RETENCION.
           WRITE REG-RETENCION.

           IF NOT FS-RETENCIONES-OK
              DISPLAY '*** ERROR AL REGRABAR RETENCIONES.SEQ: '
                      'COPIAR REEMTARJ-WRK.SEQ ***'
              DISPLAY 'FILE STATUS: ' FS-RETENCIONES
              STOP RUN
           END-IF.

           PERFORM 3060-LEER-TRASPASO
              THRU 3060-LEER-TRASPASO-FIN.

       3430-DEVOLVER-RETENCION-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * 3450-TRASPASAR-PLANES : LOS PLANES DE CUOTAS DE LA DENUNCIADA   *
      * SE SIGUEN FACTURANDO EN LA NUEVA: CUOTTARJ GENERA LAS CUOTAS    *
      * PENDIENTES CON EL NUMERO QUE FIGURA EN EL PLAN.                 *
      *----------------------------------------------------------------*
       3450-TRASPASAR-PLANES.

           OPEN INPUT PLANES-CUOTAS.

           EVALUATE TRUE
               WHEN FS-PLANES-OK
                    MOVE 'PLANES-CUOTAS.SEQ' TO WS-ARCHIVO-TRASPASO
                    PERFORM 3062-ABRIR-TRASPASO
                       THRU 3062-ABRIR-TRASPASO-FIN
                    SET WS-ORIGEN-EOF-NO TO TRUE
                    PERFORM 3460-LEER-PLAN
                       THRU 3460-LEER-PLAN-FIN
                    PERFORM 3470-COPIAR-PLAN
                       THRU 3470-COPIAR-PLAN-FIN
                      UNTIL WS-ORIGEN-EOF-YES
                    CLOSE PLANES-CUOTAS
                    PERFORM 3066-REABRIR-TRASPASO
                       THRU 3066-REABRIR-TRASPASO-FIN

                    OPEN OUTPUT PLANES-CUOTAS
                    IF NOT FS-PLANES-OK
                       DISPLAY '*** ERROR AL REGRABAR '
                               'PLANES-CUOTAS.SEQ: '
                               'COPIAR REEMTARJ-WRK.SEQ ***'
                       DISPLAY 'FILE STATUS: ' FS-PLANES
                       STOP RUN
                    END-IF

                    PERFORM 3060-LEER-TRASPASO
                       THRU 3060-LEER-TRASPASO-FIN
                    PERFORM 3480-DEVOLVER-PLAN
                       THRU 3480-DEVOLVER-PLAN-FIN
                      UNTIL WS-TRASPASO-EOF-YES
                    CLOSE PLANES-CUOTAS
                    CLOSE TRASPASO-WRK
               WHEN FS-PLANES-NFD
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR PLANES-CUOTAS.SEQ'
                    DISPLAY 'FILE STATUS: ' FS-PLANES
           END-EVALUATE.

       3450-TRASPASAR-PLANES-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3460-LEER-PLAN.

           READ PLANES-CUOTAS
             AT END
                SET WS-ORIGEN-EOF-YES         TO TRUE
             NOT AT END
                SET WS-ORIGEN-EOF-NO          TO TRUE
           END-READ.

           EVALUATE FS-PLANES
               WHEN '00'
                    CONTINUE
               WHEN '10'
                    CONTINUE
               WHEN OTHER
                    DISPLAY '*** ERROR AL LEER '
                            'PLANES-CUOTAS.SEQ, SE DETIENE '
                            'LA CORRIDA SIN TOCARLO ***'
                    DISPLAY 'FILE STATUS: ' FS-PLANES
                    STOP RUN
           END-EVALUATE.

       3460-LEER-PLAN-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3470-COPIAR-PLAN.

           MOVE PLN-NRO-TARJ TO WS-NRO-TRASPASO.
           PERFORM 3050-BUSCAR-REEMPLAZO
              THRU 3050-BUSCAR-REEMPLAZO-FIN.
           IF WS-REEMPLAZO-HALLADO
              MOVE WS-NRO-TRASPASO TO PLN-NRO-TARJ
              ADD 1 TO WS-CANT-PLN-TRASPASADOS
           END-IF.

           MOVE REG-PLAN-CUOTAS TO REG-TRASPASO-WRK.
           PERFORM 3064-GRABAR-TRASPASO
              THRU 3064-GRABAR-TRASPASO-FIN.

           PERFORM 3460-LEER-PLAN
              THRU 3460-LEER-PLAN-FIN.

       3470-COPIAR-PLAN-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3480-DEVOLVER-PLAN.

           MOVE REG-TRASPASO-WRK TO REG-PLAN-CUOTAS.
           WRITE REG-PLAN-CUOTAS.

           IF NOT FS-PLANES-OK
              DISPLAY '*** ERROR AL REGRABAR PLANES-CUOTAS.SEQ: '
                      'COPIAR REEMTARJ-WRK.SEQ ***'
              DISPLAY 'FILE STATUS: ' FS-PLANES
              STOP RUN
           END-IF.

           PERFORM 3060-LEER-TRASPASO
              THRU 3060-LEER-TRASPASO-FIN.

       3480-DEVOLVER-PLAN-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3500-CERRAR-ARCHIVOS.

           IF NOT FS-REPOSICIONES-NFD
              CLOSE REPOSICIONES
              IF NOT FS-REPOSICIONES-OK
                 DISPLAY 'ERROR EN CLOSE DE REPOSICIONES: '
                         FS-REPOSICIONES
              END-IF
           END-IF.

           CLOSE ENT-TARJETA.
           IF NOT FS-TARJETAS-FILE-OK
              DISPLAY 'ERROR AL CERRAR ARCHIVO MAESTRO: ' FS-TARJETAS
           END-IF.

           CLOSE AUDITORIA.
           IF NOT FS-AUDITORIA-OK
              DISPLAY 'ERROR AL CERRAR EL JOURNAL DE AUDITORIA: '
                      FS-AUDITORIA
           END-IF.

           CLOSE REEMPLAZOS.
           IF NOT FS-REEMPLAZOS-OK
              DISPLAY 'ERROR AL CERRAR REEMPLAZOS.SEQ: '
                      FS-REEMPLAZOS
           END-IF.

           CLOSE EMBOZADO.
           IF NOT FS-EMBOZADO-OK
              DISPLAY 'ERROR AL CERRAR EMBOZADO-REPOSICION.SEQ: '
                      FS-EMBOZADO
           END-IF.

           CLOSE RECHAZOS.
           IF NOT FS-RECHAZOS-OK
              DISPLAY 'ERROR AL CERRAR ARCHIVO DE RECHAZOS: '
                      FS-RECHAZOS
           END-IF.

       3500-CERRAR-ARCHIVOS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       4000-TOTALES-ARCHIVO.

           DISPLAY '--------------------------------------'.
           DISPLAY 'PEDIDOS LEIDOS             : '
                   WS-CANT-REG-LEIDOS.
           DISPLAY 'TARJETAS REPUESTAS         : '
                   WS-CANT-REPUESTAS.
           DISPLAY 'PEDIDOS RECHAZADOS         : '
                   WS-CANT-RECHAZADAS.
           DISPLAY 'SALDOS DE PUNTOS PASADOS   : '
                   WS-CANT-PTO-TRASPASADOS.
           DISPLAY 'REGISTROS DE MORA PASADOS  : '
                   WS-CANT-MOR-TRASPASADOS.
           DISPLAY 'ADHESIONES DEBITO PASADAS  : '
                   WS-CANT-ENR-TRASPASADOS.
           DISPLAY 'RETENCIONES PASADAS        : '
                   WS-CANT-RET-TRASPASADAS.
           DISPLAY 'PLANES DE CUOTAS PASADOS   : '
                   WS-CANT-PLN-TRASPASADOS.
           DISPLAY '--------------------------------------'.
           DISPLAY '          FIN DEL PROGRAMA            '.
           DISPLAY '--------------------------------------'.

       4000-TOTALES-ARCHIVO-EXIT.
           EXIT.
      *----------------------------------------------------------------*

       END PROGRAM REEMTARJ.
