      *          PERIODOS AAAAMM TOMADOS DE CONSHIST-FILTRO.SEQ, PARA
      *          QUE ATENCION AL CLIENTE RESPONDA UNA DISPUTA SIN
      *          PEDIR UNA REIMPRESION DE TODA LA CORRIDA.
      *          UNA TARJETA REPUESTA POR PERDIDA O ROBO
      *          (REEMPLAZOS.SEQ) SE CONSULTA COMO UNA SOLA: CON
      *          CUALQUIERA DE SUS NUMEROS SE LISTAN LOS MOVIMIENTOS
      *          DEL NUMERO VIEJO Y DEL NUEVO.
      *          LOS PERIODOS QUE ARCHHIST YA PASO A LOS ARCHIVOS
      *          ANUALES (HISTORIAL-AAAA.SEQ, LISTADOS EN
      *          ARCHIVOS-CONTROL.SEQ) SE LEEN ANTES QUE EL HISTORIAL
      *          DE TRABAJO, Y CADA ANUAL LEIDO SE CUADRA CONTRA SUS
      *          TOTALES DE CONTROL.
      * Tectonics: cobc
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------*
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * EL MISMO SELECT LEE EL HISTORIAL DE TRABAJO Y, ANTES, CADA
      * ARCHIVO ANUAL DEL RANGO PEDIDO.
       SELECT HISTORIAL
           ASSIGN TO DYNAMIC WS-NOMBRE-HISTORIAL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-HISTORIAL.

           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-LISTADO.

       SELECT REEMPLAZOS
           ASSIGN TO '../REEMPLAZOS.SEQ'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-REEMPLAZOS.

       SELECT CONTROL-ARCHIVOS
           ASSIGN TO '../ARCHIVOS-CONTROL.SEQ'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CONTROL.

       DATA DIVISION.

       FILE SECTION.
       COPY "HISTMOV.CPY".
       COPY "FILTHIST.CPY".
       COPY "LISTHIST.CPY".
       COPY "REEMPLAZ.CPY".
       COPY "ARCHCTRL.CPY".

       WORKING-STORAGE SECTION.

             88 FS-LISTADO-EOF                 VALUE '10'.
             88 FS-LISTADO-NFD                 VALUE '35'.

          05 FS-REEMPLAZOS                 PIC X(2).
             88 FS-REEMPLAZOS-OK               VALUE '00'.
             88 FS-REEMPLAZOS-EOF              VALUE '10'.
             88 FS-REEMPLAZOS-NFD              VALUE '35'.

          05 FS-CONTROL                    PIC X(2).
             88 FS-CONTROL-OK                  VALUE '00'.
             88 FS-CONTROL-EOF                 VALUE '10'.
             88 FS-CONTROL-NFD                 VALUE '35'.

       01 WS-HISTORIAL-EOF                   PIC X(1).
          88 WS-HISTORIAL-EOF-YES            VALUE 'Y'.
          88 WS-HISTORIAL-EOF-NO             VALUE 'N'.
       01 WS-CONTADORES.
          05 WS-CANT-REG-LEIDOS             PIC 9(8).
          05 WS-CANT-REG-LISTADOS           PIC 9(8).
          05 WS-CANT-ANUALES-LEIDOS         PIC 9(4).
          05 WS-CANT-ANUALES-DIFERENCIA     PIC 9(4).

      * ARCHIVO QUE SE ESTA LEYENDO Y LO LEIDO DE EL, PARA CUADRAR UN
      * ANUAL CONTRA SU CONTROL.
       01 WS-NOMBRE-HISTORIAL                PIC X(30)
                                             VALUE '../HISTORIAL.SEQ'.

       01 WS-NOMBRE-ANUAL.
          05 FILLER                          PIC X(13)
                                             VALUE '../HISTORIAL-'.
          05 WS-NAN-ANIO                     PIC 9(04).
          05 FILLER                          PIC X(04) VALUE '.SEQ'.

       77 WS-CANT-LEIDOS-ARCHIVO             PIC 9(09).
       77 WS-TOT-LEIDO-ARCHIVO               PIC 9(13)V9(02).

       01 WS-CONTROL-EOF                     PIC X(1).
          88 WS-CONTROL-EOF-YES              VALUE 'Y'.
          88 WS-CONTROL-EOF-NO               VALUE 'N'.

      * ARCHIVOS ANUALES VIGENTES DEL HISTORIAL CUYO ANIO CAE EN EL
      * RANGO DEL FILTRO, CON SUS TOTALES DE CONTROL.
       01 WS-TABLA-ANUALES.
          05 WS-CANT-ANUALES                PIC 9(03) VALUE 0.
          05 WS-ANU-ITEM OCCURS 1 TO 200 TIMES
                          DEPENDING ON WS-CANT-ANUALES
                          INDEXED BY WS-IX-ANU.
             10 WS-ANU-ANIO                   PIC 9(04).
             10 WS-ANU-CANT-REG               PIC 9(09).
             10 WS-ANU-TOT-IMPORTE            PIC 9(13)V9(02).

       01 WS-ANIO-CONTROL                    PIC X(04).

      * FILTRO VIGENTE DE LA CORRIDA, TOMADO DE CONSHIST-FILTRO.SEQ.
      * EN BLANCO = SIN RESTRICCION.
       01 WS-FILTRO.
          05 WS-FIH-NRO-TARJ                PIC X(19).
          05 WS-FIH-PERIODO-DESDE           PIC X(06).
          05 WS-FIH-DESDE-R REDEFINES WS-FIH-PERIODO-DESDE.
             10 WS-FIH-ANIO-DESDE            PIC X(04).
             10 FILLER                       PIC X(02).
          05 WS-FIH-PERIODO-HASTA           PIC X(06).
          05 WS-FIH-HASTA-R REDEFINES WS-FIH-PERIODO-HASTA.
             10 WS-FIH-ANIO-HASTA            PIC X(04).
             10 FILLER                       PIC X(02).

      * NUMERO VIGENTE DE LA TARJETA DEL FILTRO (EL DEL ULTIMO
      * REEMPLAZO DE LA CADENA, O EL MISMO SI NUNCA FUE REPUESTA).
       01 WS-FIH-NRO-VIGENTE                 PIC X(19).

       01 WS-REEMPLAZOS-EOF                  PIC X(1).
          88 WS-REEMPLAZOS-EOF-YES           VALUE 'Y'.
          88 WS-REEMPLAZOS-EOF-NO            VALUE 'N'.

      * REEMPLAZOS DE NUMERO POR REPOSICION (REEMPLAZOS.SEQ). UNA
      * TABLA LLENA DETIENE LA CORRIDA: LISTAR SIN LA CADENA COMPLETA
      * DEJARIA AFUERA MOVIMIENTOS DE LA TARJETA CONSULTADA.
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

      * NUMERO A RESOLVER: ENTRA EL NUMERO DEL MOVIMIENTO Y SALE EL
      * DE LA TARJETA VIGENTE.
       01 WS-NRO-VIGENTE                     PIC X(19).

       01 WS-SW-REEMPLAZO                    PIC X(01).
          88 WS-REEMPLAZO-HALLADO            VALUE 'S'.
          88 WS-REEMPLAZO-NO-HALLADO         VALUE 'N'.

       01 WS-SW-TARJETA                      PIC X(01).
          88 WS-TARJETA-PEDIDA               VALUE 'S'.
          88 WS-TARJETA-NO-PEDIDA            VALUE 'N'.

      ******* DEFINICION ESTRUCTURA DEL LISTADO ************************
       01 TITULO-LISTADO.
          05 FILLER            PIC X(01) VALUE SPACE.
          05 MOV-MONEDA        PIC X(03).

       01 LINEA-AVISO-ANUAL.
          05 FILLER            PIC X(14) VALUE '*** ATENCION: '.
          05 AVI-NOMBRE        PIC X(30).
          05 FILLER            PIC X(40) VALUE
             ' NO COINCIDE CON ARCHIVOS-CONTROL.SEQ'.

       01 LINEA-DESCUENTO-HIS.
          05 FILLER            PIC X(27) VALUE SPACES.
          05 FILLER            PIC X(10) VALUE 'Descuento '.
           PERFORM 1000-INICIAR-PROGRAMA
              THRU 1000-INICIAR-PROGRAMA-EXIT.

           IF WS-CANT-ANUALES > 0
              PERFORM 2500-CONSULTAR-ANUAL
                 THRU 2500-CONSULTAR-ANUAL-FIN
                 VARYING WS-IX-ANU FROM 1 BY 1
                   UNTIL WS-IX-ANU > WS-CANT-ANUALES
           END-IF.

           MOVE '../HISTORIAL.SEQ' TO WS-NOMBRE-HISTORIAL.
           PERFORM 2400-CONSULTAR-ARCHIVO
              THRU 2400-CONSULTAR-ARCHIVO-FIN.

           PERFORM 3000-CERRAR-ARCHIVOS
              THRU 3000-CERRAR-ARCHIVOS-EXIT.


           PERFORM 1100-LEER-FILTRO
              THRU 1100-LEER-FILTRO-FIN.

           PERFORM 1200-CARGAR-REEMPLAZOS
              THRU 1200-CARGAR-REEMPLAZOS-FIN.

           MOVE WS-FIH-NRO-TARJ TO WS-NRO-VIGENTE.
           PERFORM 1250-RESOLVER-VIGENTE
              THRU 1250-RESOLVER-VIGENTE-FIN.
           MOVE WS-NRO-VIGENTE  TO WS-FIH-NRO-VIGENTE.

           PERFORM 1300-CARGAR-ANUALES
              THRU 1300-CARGAR-ANUALES-FIN.
      *----------------------------------------------------------------*
           OPEN OUTPUT LISTADO-HISTORIAL.


       1100-LEER-FILTRO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * 1200-CARGAR-REEMPLAZOS : CARGA LA TABLA DE REEMPLAZOS DE        *
      * NUMERO. SIN ARCHIVO NO HUBO REPOSICIONES.                       *
      *----------------------------------------------------------------*
       1200-CARGAR-REEMPLAZOS.

           MOVE 0 TO WS-CANT-REEMP.
           SET WS-REEMPLAZOS-EOF-NO TO TRUE.

           OPEN INPUT REEMPLAZOS.

           EVALUATE TRUE
               WHEN FS-REEMPLAZOS-OK
                    PERFORM 1210-LEER-REEMPLAZO
                       THRU 1210-LEER-REEMPLAZO-FIN
                    PERFORM 1220-CARGAR-REG-REEMPLAZO
                       THRU 1220-CARGAR-REG-REEMPLAZO-FIN
                      UNTIL WS-REEMPLAZOS-EOF-YES
                    CLOSE REEMPLAZOS
               WHEN FS-REEMPLAZOS-NFD
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR REEMPLAZOS.SEQ'
                    DISPLAY 'FILE STATUS: ' FS-REEMPLAZOS
           END-EVALUATE.

       1200-CARGAR-REEMPLAZOS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1210-LEER-REEMPLAZO.

           READ REEMPLAZOS
             AT END
                SET WS-REEMPLAZOS-EOF-YES     TO TRUE
             NOT AT END
                SET WS-REEMPLAZOS-EOF-NO      TO TRUE
           END-READ.

       1210-LEER-REEMPLAZO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1220-CARGAR-REG-REEMPLAZO.

           IF WS-CANT-REEMP < 5000
              ADD 1 TO WS-CANT-REEMP
              MOVE RMP-NRO-TARJ-ANT TO WS-REE-NRO-ANT(WS-CANT-REEMP)
              MOVE RMP-NRO-TARJ-NUE TO WS-REE-NRO-NUE(WS-CANT-REEMP)
           ELSE
              DISPLAY '*** TABLA DE REEMPLAZOS LLENA, SE DETIENE '
                      'LA CORRIDA ***'
              STOP RUN
           END-IF.

           PERFORM 1210-LEER-REEMPLAZO
              THRU 1210-LEER-REEMPLAZO-FIN.

       1220-CARGAR-REG-REEMPLAZO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * 1250-RESOLVER-VIGENTE : SIGUE LA CADENA DE REEMPLAZOS DESDE     *
      * WS-NRO-VIGENTE HASTA EL NUMERO QUE NO FUE REPUESTO.             *
      *----------------------------------------------------------------*
       1250-RESOLVER-VIGENTE.

           MOVE 0 TO WS-SALTOS.
           SET WS-REEMPLAZO-HALLADO TO TRUE.

           IF WS-CANT-REEMP > 0 AND WS-NRO-VIGENTE NOT = SPACES
              PERFORM 1260-AVANZAR-REEMPLAZO
                 THRU 1260-AVANZAR-REEMPLAZO-FIN
                UNTIL WS-REEMPLAZO-NO-HALLADO
                   OR WS-SALTOS NOT < WS-MAX-SALTOS
           END-IF.

       1250-RESOLVER-VIGENTE-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1260-AVANZAR-REEMPLAZO.

           SET WS-REEMPLAZO-NO-HALLADO TO TRUE.

           SET WS-IX-REE TO 1.
           SEARCH WS-REE-ITEM
              WHEN WS-REE-NRO-ANT(WS-IX-REE) = WS-NRO-VIGENTE
                   SET WS-REEMPLAZO-HALLADO TO TRUE
                   MOVE WS-REE-NRO-NUE(WS-IX-REE) TO WS-NRO-VIGENTE
                   ADD 1 TO WS-SALTOS
           END-SEARCH.

       1260-AVANZAR-REEMPLAZO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * 1300-CARGAR-ANUALES : TOMA DE ARCHIVOS-CONTROL.SEQ LOS ANUALES  *
      * VIGENTES DEL HISTORIAL CUYO ANIO CAE EN EL RANGO PEDIDO. SIN    *
      * ARCHIVO TODAVIA NO SE ARCHIVO NADA.                             *
      *----------------------------------------------------------------*
       1300-CARGAR-ANUALES.

           MOVE 0 TO WS-CANT-ANUALES.
           SET WS-CONTROL-EOF-NO TO TRUE.

           OPEN INPUT CONTROL-ARCHIVOS.

           EVALUATE TRUE
               WHEN FS-CONTROL-OK
                    PERFORM 1310-LEER-CONTROL
                       THRU 1310-LEER-CONTROL-FIN
                    PERFORM 1320-CARGAR-REG-CONTROL
                       THRU 1320-CARGAR-REG-CONTROL-FIN
                      UNTIL WS-CONTROL-EOF-YES
                    CLOSE CONTROL-ARCHIVOS
               WHEN FS-CONTROL-NFD
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR ARCHIVOS-CONTROL.SEQ, SOLO '
                            'SE LEE EL HISTORIAL DE TRABAJO'
                    DISPLAY 'FILE STATUS: ' FS-CONTROL
           END-EVALUATE.

       1300-CARGAR-ANUALES-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1310-LEER-CONTROL.

           READ CONTROL-ARCHIVOS
             AT END
                SET WS-CONTROL-EOF-YES        TO TRUE
             NOT AT END
                SET WS-CONTROL-EOF-NO         TO TRUE
           END-READ.

       1310-LEER-CONTROL-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1320-CARGAR-REG-CONTROL.

           MOVE ACA-ANIO TO WS-ANIO-CONTROL.

           IF ACA-ES-HISTORIAL AND ACA-VIGENTE
              AND (WS-FIH-PERIODO-DESDE = SPACES
                   OR WS-ANIO-CONTROL >= WS-FIH-ANIO-DESDE)
              AND (WS-FIH-PERIODO-HASTA = SPACES
                   OR WS-ANIO-CONTROL <= WS-FIH-ANIO-HASTA)
              IF WS-CANT-ANUALES < 200
                 ADD 1 TO WS-CANT-ANUALES
                 MOVE ACA-ANIO        TO WS-ANU-ANIO(WS-CANT-ANUALES)
                 MOVE ACA-CANT-REG
                   TO WS-ANU-CANT-REG(WS-CANT-ANUALES)
                 MOVE ACA-TOT-IMPORTE
                   TO WS-ANU-TOT-IMPORTE(WS-CANT-ANUALES)
              ELSE
                 DISPLAY '*** TABLA DE ARCHIVOS ANUALES LLENA, SE '
                         'DETIENE LA CORRIDA ***'
                 STOP RUN
              END-IF
           END-IF.

           PERFORM 1310-LEER-CONTROL
              THRU 1310-LEER-CONTROL-FIN.

       1320-CARGAR-REG-CONTROL-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1500-LEER-HISTORIAL.

             NOT AT END
                SET WS-HISTORIAL-EOF-NO      TO TRUE
                ADD 1 TO WS-CANT-REG-LEIDOS
                         WS-CANT-LEIDOS-ARCHIVO
                ADD HIS-IMPORTE TO WS-TOT-LEIDO-ARCHIVO
           END-READ.

           EVALUATE FS-HISTORIAL
      *----------------------------------------------------------------*
       2000-PROCESAR-HISTORIAL.

           PERFORM 2050-VERIFICAR-TARJETA
              THRU 2050-VERIFICAR-TARJETA-FIN.

           IF WS-TARJETA-PEDIDA
              AND (WS-FIH-PERIODO-DESDE = SPACES
                   OR HIS-PERIODO >= WS-FIH-PERIODO-DESDE)
              AND (WS-FIH-PERIODO-HASTA = SPACES

       2000-PROCESAR-HISTORIAL-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 2050-VERIFICAR-TARJETA : EL MOVIMIENTO ES DE LA TARJETA PEDIDA  *
      * SI EL FILTRO ESTA EN BLANCO, SI EL NUMERO COINCIDE, O SI AMBOS  *
      * NUMEROS TERMINAN EN LA MISMA TARJETA VIGENTE.                   *
      *----------------------------------------------------------------*
       2050-VERIFICAR-TARJETA.

           EVALUATE TRUE
               WHEN WS-FIH-NRO-TARJ = SPACES
                    SET WS-TARJETA-PEDIDA TO TRUE
               WHEN HIS-NRO-TARJ = WS-FIH-NRO-TARJ
                    SET WS-TARJETA-PEDIDA TO TRUE
               WHEN WS-CANT-REEMP = 0
                    SET WS-TARJETA-NO-PEDIDA TO TRUE
               WHEN OTHER
                    MOVE HIS-NRO-TARJ TO WS-NRO-VIGENTE
                    PERFORM 1250-RESOLVER-VIGENTE
                       THRU 1250-RESOLVER-VIGENTE-FIN
                    IF WS-NRO-VIGENTE = WS-FIH-NRO-VIGENTE
                       SET WS-TARJETA-PEDIDA TO TRUE
                    ELSE
                       SET WS-TARJETA-NO-PEDIDA TO TRUE
                    END-IF
           END-EVALUATE.

       2050-VERIFICAR-TARJETA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2100-LISTAR-MOVIMIENTO.

           MOVE HIS-MONEDA      TO MOV-MONEDA.

           EVALUATE TRUE
               WHEN HIS-ES-CONSUMO AND HIS-ES-CUOTA-PLAN
                    MOVE 'CUOTA'   TO MOV-TIPO-TXT
               WHEN HIS-ES-PAGO
                    MOVE 'PAGO'    TO MOV-TIPO-TXT
               WHEN HIS-ES-DEVOLUCION
                    MOVE 'DEVOL.'  TO MOV-TIPO-TXT
               WHEN HIS-ES-CARGO
                    MOVE 'CARGO'   TO MOV-TIPO-TXT
               WHEN HIS-ES-ADELANTO
                    MOVE 'ADELANT' TO MOV-TIPO-TXT
               WHEN OTHER
                    MOVE 'CONSUMO' TO MOV-TIPO-TXT
           END-EVALUATE.

       2100-LISTAR-MOVIMIENTO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * 2400-CONSULTAR-ARCHIVO : ABRE EL ARCHIVO WS-NOMBRE-HISTORIAL,   *
      * LISTA LO QUE PASA EL FILTRO Y LO CIERRA.                        *
      *----------------------------------------------------------------*
       2400-CONSULTAR-ARCHIVO.

           MOVE 0 TO WS-CANT-LEIDOS-ARCHIVO.
           MOVE 0 TO WS-TOT-LEIDO-ARCHIVO.
           SET WS-HISTORIAL-EOF-NO TO TRUE.

           OPEN INPUT HISTORIAL.

           EVALUATE TRUE
               WHEN FS-HISTORIAL-OK
                    PERFORM 1500-LEER-HISTORIAL
                       THRU 1500-LEER-HISTORIAL-EXIT
                    PERFORM 2000-PROCESAR-HISTORIAL
                       THRU 2000-PROCESAR-HISTORIAL-EXIT
                      UNTIL WS-HISTORIAL-EOF-YES
                    CLOSE HISTORIAL
                    IF NOT FS-HISTORIAL-OK
                       DISPLAY 'ERROR EN CLOSE DEL HISTORIAL: '
                               FS-HISTORIAL
                    END-IF
               WHEN FS-HISTORIAL-NFD
                    DISPLAY 'NO SE ENCUENTRA EL HISTORIAL DE '
                            'MOVIMIENTOS ' WS-NOMBRE-HISTORIAL
                    DISPLAY 'FILE STATUS: ' FS-HISTORIAL
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR EL HISTORIAL '
                            WS-NOMBRE-HISTORIAL
                    DISPLAY 'FILE STATUS: ' FS-HISTORIAL
           END-EVALUATE.

       2400-CONSULTAR-ARCHIVO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * 2500-CONSULTAR-ANUAL : LEE UN ARCHIVO ANUAL Y CUADRA LO LEIDO   *
      * CONTRA SU CONTROL; SI NO COINCIDE LO AVISA EN EL LISTADO (EL    *
      * ANUAL PUDO QUEDAR INCOMPLETO O ALTERADO).                       *
      *----------------------------------------------------------------*
       2500-CONSULTAR-ANUAL.

           MOVE WS-ANU-ANIO(WS-IX-ANU) TO WS-NAN-ANIO.
           MOVE WS-NOMBRE-ANUAL TO WS-NOMBRE-HISTORIAL.

           PERFORM 2400-CONSULTAR-ARCHIVO
              THRU 2400-CONSULTAR-ARCHIVO-FIN.

           ADD 1 TO WS-CANT-ANUALES-LEIDOS.

           IF WS-CANT-LEIDOS-ARCHIVO NOT = WS-ANU-CANT-REG(WS-IX-ANU)
              OR WS-TOT-LEIDO-ARCHIVO
                 NOT = WS-ANU-TOT-IMPORTE(WS-IX-ANU)
              ADD 1 TO WS-CANT-ANUALES-DIFERENCIA
              DISPLAY '*** ' WS-NOMBRE-HISTORIAL ' NO COINCIDE CON '
                      'ARCHIVOS-CONTROL.SEQ'
              DISPLAY '*** LEIDOS: ' WS-CANT-LEIDOS-ARCHIVO
                      ' CONTROL: ' WS-ANU-CANT-REG(WS-IX-ANU)
              MOVE WS-NOMBRE-HISTORIAL TO AVI-NOMBRE
              MOVE LINEA-AVISO-ANUAL TO LINEA-LISTADO-HIS
              PERFORM 2900-GRABAR-LISTADO
                 THRU 2900-GRABAR-LISTADO-FIN
           END-IF.

       2500-CONSULTAR-ANUAL-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2900-GRABAR-LISTADO.
           WRITE REG-LISTADO-HIS.
      *----------------------------------------------------------------*
       3000-CERRAR-ARCHIVOS.

           CLOSE LISTADO-HISTORIAL.
           IF NOT FS-LISTADO-OK
              DISPLAY 'ERROR AL CERRAR EL LISTADO: ' FS-LISTADO
           DISPLAY '--------------------------------------'.
           DISPLAY 'MOVIMIENTOS LEIDOS    : ' WS-CANT-REG-LEIDOS.
           DISPLAY 'MOVIMIENTOS LISTADOS  : ' WS-CANT-REG-LISTADOS.
           DISPLAY 'ANUALES LEIDOS        : ' WS-CANT-ANUALES-LEIDOS.
           DISPLAY 'ANUALES CON DIFERENCIA: '
                   WS-CANT-ANUALES-DIFERENCIA.
           DISPLAY '--------------------------------------'.
           DISPLAY '          FIN DEL PROGRAMA            '.
           DISPLAY '--------------------------------------'.
