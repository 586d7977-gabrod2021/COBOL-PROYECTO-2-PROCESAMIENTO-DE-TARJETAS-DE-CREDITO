      *----------------------------------------------------------------*
      *Author:  GABRIELA RODRIGUEZ                                     *
      *         CLAUDIA SANTILLAN                                      *
      *         GABY OSELLA                                            *
      *         GUILLERMO RODRIGUEZ                                    *
      *         EDDISON MORA GOMEZ
      * Date: 15/10/2026
      * Purpose: ACUMULACION DIARIA DE LOS EXTRACTOS CONTABLES EN EL
      *          MAYOR MENSUAL. LOS EXTRACTOS SE REGRABAN CADA DIA
      *          (ASIENTOS-GL.SEQ DE TP02EJ01, AL QUE LIQCOMER AGREGA
      *          SUS COMISIONES; ASIENTOS-CASTIGOS.SEQ DE CASTTARJ;
      *          ASIENTOS-INTERCAMBIO.SEQ DE COMPENSA), ASI QUE SE
      *          CORRE AL FINAL DE LA CADENA DIARIA Y PASA CADA LINEA
      *          AL MAYOR DEL MES DE SU FECHA (MAYOR-GL-AAAAMM.SEQ).
      *          CONTROL-GL.SEQ GUARDA CUANTAS LINEAS DE CADA EXTRACTO
      *          YA SE PASARON: UN REPROCESO, O UN EXTRACTO QUE CRECIO
      *          DESPUES, SOLO PASA LAS LINEAS NUEVAS. UNA LINEA
      *          FECHADA EN UN MES YA CERRADO POR CIERCONT, O CON
      *          DATOS INVALIDOS, NO ENTRA AL MAYOR: VA A
      *          MAYOR-GL-RECHAZOS.SEQ CON SU MOTIVO.
      * Tectonics: cobc
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.

       PROGRAM-ID. ACUMCONT.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *----------------------------------------------------------------*
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.
      *----------------------------------------------------------------*
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * LOS TRES EXTRACTOS TIENEN EL MISMO LAYOUT Y SE LEEN DE A UNO
      * POR ESTE ARCHIVO, ABRIENDOLO POR NOMBRE.
       SELECT ASIENTOS-GL
           ASSIGN TO DYNAMIC WS-NOMBRE-EXTRACTO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ASIENTOS.

      * EL MAYOR SE ABRE POR NOMBRE, SEGUN EL MES DE LA LINEA.
       SELECT MAYOR-MENSUAL
           ASSIGN TO DYNAMIC WS-NOMBRE-MAYOR
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-MAYOR.

       SELECT CONTROL-GL
           ASSIGN TO '../CONTROL-GL.SEQ'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CONTROL.

       SELECT RECHAZOS-GL
           ASSIGN TO '../MAYOR-GL-RECHAZOS.SEQ'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RECHAZOS.

       DATA DIVISION.

       FILE SECTION.

       COPY "ASIENGL.CPY".
       COPY "MAYORMOV.CPY".
       COPY "CONTGL.CPY".
       COPY "MAYRECH.CPY".

       WORKING-STORAGE SECTION.

       01 FS-STATUS.
          05 FS-ASIENTOS                   PIC X(2).
             88 FS-ASIENTOS-OK                 VALUE '00'.
             88 FS-ASIENTOS-EOF                VALUE '10'.
             88 FS-ASIENTOS-NFD                VALUE '35'.

          05 FS-MAYOR                      PIC X(2).
             88 FS-MAYOR-OK                    VALUE '00'.
             88 FS-MAYOR-EOF                   VALUE '10'.
             88 FS-MAYOR-NFD                   VALUE '35'.

          05 FS-CONTROL                    PIC X(2).
             88 FS-CONTROL-OK                  VALUE '00'.
             88 FS-CONTROL-EOF                 VALUE '10'.
             88 FS-CONTROL-NFD                 VALUE '35'.

          05 FS-RECHAZOS                   PIC X(2).
             88 FS-RECHAZOS-OK                 VALUE '00'.
             88 FS-RECHAZOS-EOF                VALUE '10'.
             88 FS-RECHAZOS-NFD                VALUE '35'.

       01 WS-ASIENTOS-EOF                    PIC X(1).
          88 WS-ASIENTOS-EOF-YES             VALUE 'Y'.
          88 WS-ASIENTOS-EOF-NO              VALUE 'N'.

       01 WS-CONTROL-EOF                     PIC X(1).
          88 WS-CONTROL-EOF-YES              VALUE 'Y'.
          88 WS-CONTROL-EOF-NO               VALUE 'N'.

      * EXTRACTOS QUE SE PASAN AL MAYOR, EN ESTE ORDEN, CON EL ORIGEN
      * QUE LLEVAN SUS LINEAS EN EL MAYOR Y EN EL CONTROL.
       01 WS-TABLA-EXTRACTOS-VAL.
          05 FILLER                          PIC X(38) VALUE
             'DIARIO  ../ASIENTOS-GL.SEQ            '.
          05 FILLER                          PIC X(38) VALUE
             'CASTIGOS../ASIENTOS-CASTIGOS.SEQ      '.
          05 FILLER                          PIC X(38) VALUE
             'INTERCAM../ASIENTOS-INTERCAMBIO.SEQ   '.
       01 WS-TABLA-EXTRACTOS REDEFINES WS-TABLA-EXTRACTOS-VAL.
          05 WS-EXT-ITEM OCCURS 3 TIMES
                          INDEXED BY WS-IX-EXT.
             10 WS-EXT-ORIGEN                PIC X(08).
             10 WS-EXT-NOMBRE                PIC X(30).

       01 WS-NOMBRE-EXTRACTO                 PIC X(30).

      * NOMBRE DEL MAYOR DEL MES Y MES DEL QUE ESTA ABIERTO (CERO =
      * NINGUNO).
       01 WS-NOMBRE-MAYOR.
          05 FILLER                          PIC X(12)
                                             VALUE '../MAYOR-GL-'.
          05 WS-NMY-PERIODO                  PIC 9(06).
          05 FILLER                          PIC X(04) VALUE '.SEQ'.

       77 WS-PERIODO-ABIERTO                 PIC 9(06) VALUE 0.

      * ULTIMO MES CERRADO POR CIERCONT (CERO = NINGUNO TODAVIA).
       77 WS-ULTIMO-CERRADO                  PIC 9(06) VALUE 0.

      * LINEA DEL EXTRACTO EN CURSO, IGUAL QUE WS-GL-LINEA DE CONCIRUN.
       01 WS-GL-LINEA.
          05 WS-GL-FECHA                     PIC X(10).
          05 WS-GL-FECHA-NUM REDEFINES WS-GL-FECHA.
             10 WS-GLF-ANIO                  PIC 9(04).
             10 FILLER                       PIC X(01).
             10 WS-GLF-MES                   PIC 9(02).
             10 FILLER                       PIC X(01).
             10 WS-GLF-DIA                   PIC 9(02).
          05 WS-GL-CONCEPTO                  PIC X(22).
          05 WS-GL-MONEDA                    PIC X(03).
          05 WS-GL-DEBE                      PIC 9(13)V9(02).
          05 WS-GL-HABER                     PIC 9(13)V9(02).

       77 WS-PERIODO-LINEA                   PIC 9(06).

      * PASADA SOBRE UN EXTRACTO: FECHA DE SU PRIMERA LINEA (LA QUE LO
      * IDENTIFICA EN EL CONTROL), LINEAS YA PASADAS EN CORRIDAS
      * ANTERIORES Y LO QUE SE HIZO CON LAS DEMAS.
       01 WS-PASADA.
          05 WS-PAS-FECHA                   PIC X(10).
          05 WS-PAS-FECHA-NUM REDEFINES WS-PAS-FECHA.
             10 WS-PAF-ANIO                 PIC 9(04).
             10 FILLER                      PIC X(01).
             10 WS-PAF-MES                  PIC 9(02).
             10 FILLER                      PIC X(01).
             10 WS-PAF-DIA                  PIC 9(02).
          05 WS-PAS-YA-TOMADAS              PIC 9(09).
          05 WS-PAS-LEIDAS                  PIC 9(09).
          05 WS-PAS-PASADAS                 PIC 9(09).
          05 WS-PAS-RECHAZADAS              PIC 9(09).
          05 WS-PAS-DEBE                    PIC 9(15)V9(02).
          05 WS-PAS-HABER                   PIC 9(15)V9(02).

       01 WS-SW-LINEA                        PIC X(01).
          88 WS-LINEA-VALIDA                 VALUE 'S'.
          88 WS-LINEA-INVALIDA               VALUE 'N'.

       01 WS-CONTADORES.
          05 WS-CANT-EXTRACTOS              PIC 9(02).
          05 WS-CANT-LEIDAS                 PIC 9(09).
          05 WS-CANT-YA-PASADAS             PIC 9(09).
          05 WS-CANT-PASADAS                PIC 9(09).
          05 WS-CANT-RECHAZADAS             PIC 9(09).
          05 WS-TOT-DEBE                    PIC 9(15)V9(02).
          05 WS-TOT-HABER                   PIC 9(15)V9(02).

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

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

           PERFORM 1000-INICIAR-PROGRAMA
              THRU 1000-INICIAR-PROGRAMA-EXIT.

           PERFORM 2000-PASAR-EXTRACTO
              THRU 2000-PASAR-EXTRACTO-EXIT
              VARYING WS-IX-EXT FROM 1 BY 1
                UNTIL WS-IX-EXT > 3.

           PERFORM 3500-CERRAR-ARCHIVOS
              THRU 3500-CERRAR-ARCHIVOS-EXIT.

           PERFORM 4000-TOTALES-ACUMULACION
              THRU 4000-TOTALES-ACUMULACION-EXIT.

           STOP RUN.
      *----------------------------------------------------------------*
      * 1000-INICIAR-PROGRAMA : BUSCA EL ULTIMO MES CERRADO Y ABRE LOS  *
      * RECHAZOS.                                                       *
      *----------------------------------------------------------------*
       1000-INICIAR-PROGRAMA.

           INITIALIZE WS-CONTADORES.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
           MOVE WS-CURRENT-YEAR  TO WS-FPR-ANIO.
           MOVE WS-CURRENT-MONTH TO WS-FPR-MES.
           MOVE WS-CURRENT-DAY   TO WS-FPR-DIA.

           PERFORM 1100-BUSCAR-ULTIMO-CIERRE
              THRU 1100-BUSCAR-ULTIMO-CIERRE-FIN.

           OPEN EXTEND RECHAZOS-GL.
           IF FS-RECHAZOS-NFD
              OPEN OUTPUT RECHAZOS-GL
           END-IF.
           IF NOT FS-RECHAZOS-OK
              DISPLAY '*** ERROR AL ABRIR MAYOR-GL-RECHAZOS.SEQ, SE '
                      'DETIENE LA CORRIDA ***'
              DISPLAY 'FILE STATUS: ' FS-RECHAZOS
              STOP RUN
           END-IF.

       1000-INICIAR-PROGRAMA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 1100-BUSCAR-ULTIMO-CIERRE : EL MAYOR DE LOS MESES DE LAS LINEAS *
      * 'C' DE CONTROL-GL.SEQ. SIN ARCHIVO NO HAY MESES CERRADOS. SI NO *
      * SE PUEDE LEER NO SE PASA NADA: SE PODRIA ENTRAR UNA LINEA A UN  *
      * MES CERRADO.                                                    *
      *----------------------------------------------------------------*
       1100-BUSCAR-ULTIMO-CIERRE.

           MOVE 0 TO WS-ULTIMO-CERRADO.
           SET WS-CONTROL-EOF-NO TO TRUE.

           OPEN INPUT CONTROL-GL.

           EVALUATE TRUE
               WHEN FS-CONTROL-OK
                    PERFORM 1110-LEER-CONTROL
                       THRU 1110-LEER-CONTROL-FIN
                    PERFORM 1120-VER-CIERRE
                       THRU 1120-VER-CIERRE-FIN
                      UNTIL WS-CONTROL-EOF-YES
                    CLOSE CONTROL-GL
               WHEN FS-CONTROL-NFD
                    CONTINUE
               WHEN OTHER
                    DISPLAY '*** ERROR AL ABRIR CONTROL-GL.SEQ, SE '
                            'DETIENE LA CORRIDA ***'
                    DISPLAY 'FILE STATUS: ' FS-CONTROL
                    STOP RUN
           END-EVALUATE.

       1100-BUSCAR-ULTIMO-CIERRE-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1110-LEER-CONTROL.

           READ CONTROL-GL
             AT END
                SET WS-CONTROL-EOF-YES        TO TRUE
             NOT AT END
                SET WS-CONTROL-EOF-NO         TO TRUE
           END-READ.

           EVALUATE FS-CONTROL
               WHEN '00'
                    CONTINUE
               WHEN '10'
                    CONTINUE
               WHEN OTHER
                    DISPLAY '*** ERROR AL LEER CONTROL-GL.SEQ, SE '
                            'DETIENE LA CORRIDA ***'
                    DISPLAY 'FILE STATUS: ' FS-CONTROL
                    STOP RUN
           END-EVALUATE.

       1110-LEER-CONTROL-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1120-VER-CIERRE.

           IF CTG-ES-CIERRE AND CTG-PERIODO IS NUMERIC
              IF CTG-PERIODO > WS-ULTIMO-CERRADO
                 MOVE CTG-PERIODO TO WS-ULTIMO-CERRADO
              END-IF
           END-IF.

           PERFORM 1110-LEER-CONTROL
              THRU 1110-LEER-CONTROL-FIN.

       1120-VER-CIERRE-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * 2000-PASAR-EXTRACTO : PASA AL MAYOR LAS LINEAS TODAVIA NO       *
      * PASADAS DEL EXTRACTO WS-IX-EXT Y DEJA SU LINEA 'A' EN EL        *
      * CONTROL. SIN EXTRACTO, O VACIO, NO HAY NADA QUE PASAR.          *
      *----------------------------------------------------------------*
       2000-PASAR-EXTRACTO.

           INITIALIZE WS-PASADA.
           MOVE WS-EXT-NOMBRE(WS-IX-EXT) TO WS-NOMBRE-EXTRACTO.
           SET WS-ASIENTOS-EOF-NO TO TRUE.

           OPEN INPUT ASIENTOS-GL.

           EVALUATE TRUE
               WHEN FS-ASIENTOS-OK
                    PERFORM 2010-LEER-ASIENTO
                       THRU 2010-LEER-ASIENTO-FIN
               WHEN FS-ASIENTOS-NFD
                    DISPLAY 'NO SE ENCUENTRA ' WS-NOMBRE-EXTRACTO
                    SET WS-ASIENTOS-EOF-YES TO TRUE
               WHEN OTHER
                    DISPLAY '*** ERROR AL ABRIR ' WS-NOMBRE-EXTRACTO
                            ', NO SE PASA AL MAYOR ***'
                    DISPLAY 'FILE STATUS: ' FS-ASIENTOS
                    SET WS-ASIENTOS-EOF-YES TO TRUE
           END-EVALUATE.

           IF WS-ASIENTOS-EOF-NO
              ADD 1 TO WS-CANT-EXTRACTOS
              MOVE REG-ASIENTO-GL TO WS-GL-LINEA
              MOVE WS-GL-FECHA TO WS-PAS-FECHA
              PERFORM 2050-BUSCAR-YA-TOMADAS
                 THRU 2050-BUSCAR-YA-TOMADAS-FIN
              PERFORM 2100-PROCESAR-LINEA
                 THRU 2100-PROCESAR-LINEA-FIN
                UNTIL WS-ASIENTOS-EOF-YES
           END-IF.

           IF FS-ASIENTOS-OK OR FS-ASIENTOS-EOF
              CLOSE ASIENTOS-GL
           END-IF.

           IF WS-PAS-LEIDAS > WS-PAS-YA-TOMADAS
              PERFORM 2300-GRABAR-CONTROL
                 THRU 2300-GRABAR-CONTROL-FIN
           END-IF.

           IF WS-PAS-LEIDAS > 0
              DISPLAY '--------------------------------------'
              DISPLAY WS-NOMBRE-EXTRACTO ' DEL ' WS-PAS-FECHA
              DISPLAY 'LINEAS DEL EXTRACTO        : ' WS-PAS-LEIDAS
              DISPLAY 'YA PASADAS ANTES           : '
                      WS-PAS-YA-TOMADAS
              DISPLAY 'PASADAS AL MAYOR           : ' WS-PAS-PASADAS
              DISPLAY 'RECHAZADAS                 : '
                      WS-PAS-RECHAZADAS
           END-IF.

       2000-PASAR-EXTRACTO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2010-LEER-ASIENTO.

           READ ASIENTOS-GL
             AT END
                SET WS-ASIENTOS-EOF-YES       TO TRUE
             NOT AT END
                SET WS-ASIENTOS-EOF-NO        TO TRUE
                ADD 1 TO WS-PAS-LEIDAS
           END-READ.

           EVALUATE FS-ASIENTOS
               WHEN '00'
                    CONTINUE
               WHEN '10'
                    CONTINUE
               WHEN OTHER
                    DISPLAY '*** ERROR AL LEER ' WS-NOMBRE-EXTRACTO
                            ', SE DETIENE LA CORRIDA ***'
                    DISPLAY 'FILE STATUS: ' FS-ASIENTOS
                    STOP RUN
           END-EVALUATE.

       2010-LEER-ASIENTO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * 2050-BUSCAR-YA-TOMADAS : LINEAS DEL EXTRACTO DE ESTA FECHA QUE  *
      * YA SE PASARON (LA MAYOR CANTIDAD DE SUS LINEAS 'A').            *
      *----------------------------------------------------------------*
       2050-BUSCAR-YA-TOMADAS.

           MOVE 0 TO WS-PAS-YA-TOMADAS.
           SET WS-CONTROL-EOF-NO TO TRUE.

           OPEN INPUT CONTROL-GL.

           EVALUATE TRUE
               WHEN FS-CONTROL-OK
                    PERFORM 1110-LEER-CONTROL
                       THRU 1110-LEER-CONTROL-FIN
                    PERFORM 2060-VER-ACUMULADO
                       THRU 2060-VER-ACUMULADO-FIN
                      UNTIL WS-CONTROL-EOF-YES
                    CLOSE CONTROL-GL
               WHEN FS-CONTROL-NFD
                    CONTINUE
               WHEN OTHER
                    DISPLAY '*** ERROR AL ABRIR CONTROL-GL.SEQ, SE '
                            'DETIENE LA CORRIDA ***'
                    DISPLAY 'FILE STATUS: ' FS-CONTROL
                    STOP RUN
           END-EVALUATE.

           ADD WS-PAS-YA-TOMADAS TO WS-CANT-YA-PASADAS.

       2050-BUSCAR-YA-TOMADAS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2060-VER-ACUMULADO.

           IF CTG-ES-ACUMULADO
              AND CTG-ORIGEN = WS-EXT-ORIGEN(WS-IX-EXT)
              AND CTG-FECHA  = WS-PAS-FECHA
              AND CTG-CANT-REG IS NUMERIC
              IF CTG-CANT-REG > WS-PAS-YA-TOMADAS
                 MOVE CTG-CANT-REG TO WS-PAS-YA-TOMADAS
              END-IF
           END-IF.

           PERFORM 1110-LEER-CONTROL
              THRU 1110-LEER-CONTROL-FIN.

       2060-VER-ACUMULADO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * 2100-PROCESAR-LINEA : LAS LINEAS YA PASADAS SE SALTEAN; LAS     *
      * DEMAS VAN AL MAYOR DE SU MES O A LOS RECHAZOS.                  *
      *----------------------------------------------------------------*
       2100-PROCESAR-LINEA.

           IF WS-PAS-LEIDAS > WS-PAS-YA-TOMADAS
              ADD 1 TO WS-CANT-LEIDAS
              MOVE REG-ASIENTO-GL TO WS-GL-LINEA
              PERFORM 2110-VALIDAR-LINEA
                 THRU 2110-VALIDAR-LINEA-FIN
              EVALUATE TRUE
                  WHEN WS-LINEA-INVALIDA
                       MOVE '02' TO MYR-COD-MOTIVO
                       MOVE 'LINEA INVALIDA' TO MYR-MOTIVO
                       PERFORM 2250-GRABAR-RECHAZO
                          THRU 2250-GRABAR-RECHAZO-FIN
                  WHEN WS-PERIODO-LINEA NOT > WS-ULTIMO-CERRADO
                       MOVE '01' TO MYR-COD-MOTIVO
                       MOVE 'MES YA CERRADO' TO MYR-MOTIVO
                       PERFORM 2250-GRABAR-RECHAZO
                          THRU 2250-GRABAR-RECHAZO-FIN
                  WHEN OTHER
                       PERFORM 2200-GRABAR-MAYOR
                          THRU 2200-GRABAR-MAYOR-FIN
              END-EVALUATE
           END-IF.

           PERFORM 2010-LEER-ASIENTO
              THRU 2010-LEER-ASIENTO-FIN.

       2100-PROCESAR-LINEA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2110-VALIDAR-LINEA.

           SET WS-LINEA-VALIDA TO TRUE.
           MOVE 0 TO WS-PERIODO-LINEA.

           IF WS-GLF-ANIO IS NOT NUMERIC
              OR WS-GLF-MES IS NOT NUMERIC
              OR WS-GLF-DIA IS NOT NUMERIC
              OR WS-GL-DEBE IS NOT NUMERIC
              OR WS-GL-HABER IS NOT NUMERIC
              OR WS-GL-CONCEPTO = SPACES
              OR WS-GL-MONEDA = SPACES
              SET WS-LINEA-INVALIDA TO TRUE
           ELSE
              IF WS-GLF-MES < 1 OR WS-GLF-MES > 12
                 SET WS-LINEA-INVALIDA TO TRUE
              ELSE
                 COMPUTE WS-PERIODO-LINEA =
                         WS-GLF-ANIO * 100 + WS-GLF-MES
              END-IF
           END-IF.

       2110-VALIDAR-LINEA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * 2200-GRABAR-MAYOR : AGREGA LA LINEA AL MAYOR DE SU MES. SI LA   *
      * GRABACION FALLA SE DETIENE LA CORRIDA SIN DEJAR EL CONTROL DE   *
      * ESTE EXTRACTO: ANTES DE REPROCESAR HAY QUE QUITAR DEL MAYOR LO  *
      * QUE ESTA PASADA YA HUBIERA AGREGADO.                            *
      *----------------------------------------------------------------*
       2200-GRABAR-MAYOR.

           IF WS-PERIODO-LINEA NOT = WS-PERIODO-ABIERTO
              PERFORM 2210-ABRIR-MAYOR
                 THRU 2210-ABRIR-MAYOR-FIN
           END-IF.

           MOVE WS-EXT-ORIGEN(WS-IX-EXT) TO MYM-ORIGEN.
           MOVE WS-GL-FECHA              TO MYM-FECHA.
           MOVE WS-GL-CONCEPTO           TO MYM-CONCEPTO.
           MOVE WS-GL-MONEDA             TO MYM-MONEDA.
           MOVE WS-GL-DEBE               TO MYM-DEBE.
           MOVE WS-GL-HABER              TO MYM-HABER.

           WRITE REG-MAYOR-MOV.
           IF NOT FS-MAYOR-OK
              DISPLAY '*** ERROR AL GRABAR ' WS-NOMBRE-MAYOR
                      ', SE DETIENE LA CORRIDA ***'
              DISPLAY 'FILE STATUS: ' FS-MAYOR
              DISPLAY '*** REVISAR LO AGREGADO DESDE '
                      WS-NOMBRE-EXTRACTO ' ***'
              STOP RUN
           END-IF.

           ADD 1 TO WS-PAS-PASADAS.
           ADD 1 TO WS-CANT-PASADAS.
           ADD WS-GL-DEBE  TO WS-PAS-DEBE.
           ADD WS-GL-HABER TO WS-PAS-HABER.
           ADD WS-GL-DEBE  TO WS-TOT-DEBE.
           ADD WS-GL-HABER TO WS-TOT-HABER.

       2200-GRABAR-MAYOR-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * 2210-ABRIR-MAYOR : CIERRA EL MAYOR ABIERTO, SI LO HAY, Y ABRE   *
      * EL DEL MES DE LA LINEA PARA AGREGARLE (LA PRIMERA VEZ EN EL MES *
      * SE CREA).                                                       *
      *----------------------------------------------------------------*
       2210-ABRIR-MAYOR.

           IF WS-PERIODO-ABIERTO > 0
              CLOSE MAYOR-MENSUAL
              MOVE 0 TO WS-PERIODO-ABIERTO
           END-IF.

           MOVE WS-PERIODO-LINEA TO WS-NMY-PERIODO.

           OPEN EXTEND MAYOR-MENSUAL.
           IF FS-MAYOR-NFD
              OPEN OUTPUT MAYOR-MENSUAL
           END-IF.
           IF NOT FS-MAYOR-OK
              DISPLAY '*** ERROR AL ABRIR ' WS-NOMBRE-MAYOR
                      ', SE DETIENE LA CORRIDA ***'
              DISPLAY 'FILE STATUS: ' FS-MAYOR
              DISPLAY '*** REVISAR LO AGREGADO DESDE '
                      WS-NOMBRE-EXTRACTO ' ***'
              STOP RUN
           END-IF.

           MOVE WS-PERIODO-LINEA TO WS-PERIODO-ABIERTO.

       2210-ABRIR-MAYOR-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2250-GRABAR-RECHAZO.

           MOVE WS-FECHA-PROCESO-ED      TO MYR-FECHA-PROCESO.
           MOVE WS-EXT-ORIGEN(WS-IX-EXT) TO MYR-ORIGEN.
           MOVE REG-ASIENTO-GL           TO MYR-LINEA.

           WRITE REG-RECHAZO-GL.
           IF NOT FS-RECHAZOS-OK
              DISPLAY 'ERROR AL GRABAR MAYOR-GL-RECHAZOS.SEQ'
              DISPLAY 'FILE STATUS: ' FS-RECHAZOS
           END-IF.

           ADD 1 TO WS-PAS-RECHAZADAS.
           ADD 1 TO WS-CANT-RECHAZADAS.

       2250-GRABAR-RECHAZO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * 2300-GRABAR-CONTROL : LINEA 'A' DEL EXTRACTO CON TODAS SUS      *
      * LINEAS LEIDAS COMO YA TOMADAS. EL MES ES EL DE LA FECHA DEL     *
      * EXTRACTO.                                                       *
      *----------------------------------------------------------------*
       2300-GRABAR-CONTROL.

           MOVE SPACES TO REG-CONTROL-GL.
           SET CTG-ES-ACUMULADO TO TRUE.
           MOVE WS-EXT-ORIGEN(WS-IX-EXT) TO CTG-ORIGEN.
           MOVE WS-PAS-FECHA             TO CTG-FECHA.
           IF WS-PAF-ANIO IS NUMERIC AND WS-PAF-MES IS NUMERIC
              COMPUTE CTG-PERIODO = WS-PAF-ANIO * 100 + WS-PAF-MES
           ELSE
              MOVE 0 TO CTG-PERIODO
           END-IF.
           MOVE WS-PAS-LEIDAS            TO CTG-CANT-REG.
           MOVE WS-PAS-RECHAZADAS        TO CTG-CANT-RECH.
           MOVE WS-PAS-DEBE              TO CTG-TOT-DEBE.
           MOVE WS-PAS-HABER             TO CTG-TOT-HABER.

           OPEN EXTEND CONTROL-GL.
           IF FS-CONTROL-NFD
              OPEN OUTPUT CONTROL-GL
           END-IF.

           IF FS-CONTROL-OK
              WRITE REG-CONTROL-GL
           END-IF.

           IF FS-CONTROL-OK
              CLOSE CONTROL-GL
           ELSE
              DISPLAY '*** ERROR AL GRABAR CONTROL-GL.SEQ: '
                      WS-NOMBRE-EXTRACTO ' YA ESTA EN EL MAYOR ***'
              DISPLAY '*** NO REPROCESAR SIN AGREGAR SU LINEA DE '
                      'CONTROL ***'
              DISPLAY 'FILE STATUS: ' FS-CONTROL
           END-IF.

       2300-GRABAR-CONTROL-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3500-CERRAR-ARCHIVOS.

           IF WS-PERIODO-ABIERTO > 0
              CLOSE MAYOR-MENSUAL
           END-IF.

           CLOSE RECHAZOS-GL.
           IF NOT FS-RECHAZOS-OK
              DISPLAY 'ERROR AL CERRAR MAYOR-GL-RECHAZOS.SEQ: '
                      FS-RECHAZOS
           END-IF.

       3500-CERRAR-ARCHIVOS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       4000-TOTALES-ACUMULACION.

           DISPLAY '--------------------------------------'.
           DISPLAY 'ULTIMO MES CERRADO         : ' WS-ULTIMO-CERRADO.
           DISPLAY 'EXTRACTOS CON LINEAS       : ' WS-CANT-EXTRACTOS.
           DISPLAY 'LINEAS YA PASADAS ANTES    : ' WS-CANT-YA-PASADAS.
           DISPLAY 'LINEAS NUEVAS              : ' WS-CANT-LEIDAS.
           DISPLAY 'PASADAS AL MAYOR           : ' WS-CANT-PASADAS.
           DISPLAY 'RECHAZADAS                 : ' WS-CANT-RECHAZADAS.
           DISPLAY 'DEBE PASADO                : ' WS-TOT-DEBE.
           DISPLAY 'HABER PASADO               : ' WS-TOT-HABER.
           DISPLAY '--------------------------------------'.
           DISPLAY '          FIN DEL PROGRAMA            '.
           DISPLAY '--------------------------------------'.

       4000-TOTALES-ACUMULACION-EXIT.
           EXIT.
      *----------------------------------------------------------------*

       END PROGRAM ACUMCONT.
