      *----------------------------------------------------------------*
      *Author:  GABRIELA RODRIGUEZ                                     *
      *         CLAUDIA SANTILLAN                                      *
      *         GABY OSELLA                                            *
      *         GUILLERMO RODRIGUEZ                                    *
      *         EDDISON MORA GOMEZ
      * Date: 15/10/2026
      * Purpose: INFORME MENSUAL DE SITUACION DE DEUDORES AL BANCO
      *          CENTRAL: AGRUPA LAS TARJETAS DEL MAESTRO POR CUENTA
      *          (MAE-CUENTA, TITULAR DE CLIENTES.VSAM), TOMA LA DEUDA
      *          DE MAE-SALDO-ANT (VALUADA EN PESOS A LA COTIZACION DE
      *          PARAMETROS.SEQ) MAS LO PENDIENTE DE CARTERA CASTIGADA,
      *          Y LOS DIAS DE ATRASO DE MOR-CICLOS-MORA (30 DIAS POR
      *          CICLO, EL PEOR DE LAS TARJETAS DE LA CUENTA). CLASIFICA
      *          CADA DEUDOR CON LA TABLA SITUACION-CATEGORIAS.SEQ Y
      *          GRABA LA PRESENTACION DE LARGO FIJO CON HEADER Y
      *          TRAILER (DEUDORES-BCRA.SEQ) Y EL LISTADO DE CUENTAS
      *          QUE CAMBIARON DE CATEGORIA RESPECTO DEL MES ANTERIOR
      *          (DEUDORES-CAMBIOS.TXT) PARA RIESGO CREDITICIO.
      * Tectonics: cobc
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.

       PROGRAM-ID. DEUDBCRA.
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

       SELECT PARAMETROS
           ASSIGN TO '../PARAMETROS.SEQ'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PARAMETROS.

       SELECT SITUACION-CATEGORIAS
           ASSIGN TO '../SITUACION-CATEGORIAS.SEQ'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CATEGORIAS.

       SELECT MOROSIDAD
           ASSIGN TO '../MOROSIDAD.SEQ'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-MOROSIDAD.

       SELECT MOROSIDAD-WRK
           ASSIGN TO '../DEUDBCRA-MOR-WRK.VSAM'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS-MOR-WRK
           RECORD KEY IS MRW-NRO-TARJ.

       SELECT CASTIGOS
           ASSIGN TO '../CASTIGOS.SEQ'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CASTIGOS.

       SELECT SITUACION-DEUDORES
           ASSIGN TO '../DEUDORES-SITUACION.SEQ'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SITUACION.

       SELECT DEUDORES-WRK
           ASSIGN TO '../DEUDORES-WRK.VSAM'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS-DEU-WRK
           RECORD KEY IS DEW-CUENTA.

       SELECT PRESENTACION-BCRA
           ASSIGN TO '../DEUDORES-BCRA.SEQ'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PRESENTACION.

       SELECT LISTADO-CAMBIOS
           ASSIGN TO '../DEUDORES-CAMBIOS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-LISTADO.

       DATA DIVISION.

       FILE SECTION.

       COPY "MAESTRO-TARJETAS.CPY".
       COPY "PARAMETROS.CPY".
       COPY "BCRACATE.CPY".
       COPY "MOROSIDA.CPY".
       COPY "MORWRK.CPY".
       COPY "CASTMOV.CPY".
       COPY "BCRASITU.CPY".
       COPY "BCRAWRK.CPY".
       COPY "BCRAPRES.CPY".
       COPY "BCRACAMB.CPY".

       WORKING-STORAGE SECTION.

       01 FS-STATUS.
          05 FS-TARJETAS                   PIC X(2).
             88 FS-TARJETAS-FILE-OK            VALUE '00'.
             88 FS-TARJETAS-FILE-EOF           VALUE '10'.
             88 FS-TARJETAS-FILE-NFD           VALUE '35'.

          05 FS-PARAMETROS                 PIC X(2).
             88 FS-PARAMETROS-OK               VALUE '00'.
             88 FS-PARAMETROS-EOF              VALUE '10'.
             88 FS-PARAMETROS-NFD              VALUE '35'.

          05 FS-CATEGORIAS                 PIC X(2).
             88 FS-CATEGORIAS-OK               VALUE '00'.
             88 FS-CATEGORIAS-EOF              VALUE '10'.
             88 FS-CATEGORIAS-NFD              VALUE '35'.

          05 FS-MOROSIDAD                  PIC X(2).
             88 FS-MOROSIDAD-OK                VALUE '00'.
             88 FS-MOROSIDAD-EOF               VALUE '10'.
             88 FS-MOROSIDAD-NFD               VALUE '35'.

          05 FS-MOR-WRK                    PIC X(2).
             88 FS-MOR-WRK-OK                  VALUE '00'.
             88 FS-MOR-WRK-EOF                 VALUE '10'.
             88 FS-MOR-WRK-NFD                 VALUE '35'.
             88 FS-MOR-WRK-CLAVE-DUP           VALUE '22'.
             88 FS-MOR-WRK-CLAVE-NFD           VALUE '23'.

          05 FS-CASTIGOS                   PIC X(2).
             88 FS-CASTIGOS-OK                 VALUE '00'.
             88 FS-CASTIGOS-EOF                VALUE '10'.
             88 FS-CASTIGOS-NFD                VALUE '35'.

          05 FS-SITUACION                  PIC X(2).
             88 FS-SITUACION-OK                VALUE '00'.
             88 FS-SITUACION-EOF               VALUE '10'.
             88 FS-SITUACION-NFD               VALUE '35'.

          05 FS-DEU-WRK                    PIC X(2).
             88 FS-DEU-WRK-OK                  VALUE '00'.
             88 FS-DEU-WRK-EOF                 VALUE '10'.
             88 FS-DEU-WRK-NFD                 VALUE '35'.
             88 FS-DEU-WRK-CLAVE-DUP           VALUE '22'.
             88 FS-DEU-WRK-CLAVE-NFD           VALUE '23'.

          05 FS-PRESENTACION               PIC X(2).
             88 FS-PRESENTACION-OK             VALUE '00'.
             88 FS-PRESENTACION-EOF            VALUE '10'.
             88 FS-PRESENTACION-NFD            VALUE '35'.

          05 FS-LISTADO                    PIC X(2).
             88 FS-LISTADO-OK                  VALUE '00'.
             88 FS-LISTADO-EOF                 VALUE '10'.
             88 FS-LISTADO-NFD                 VALUE '35'.

       01 WS-TARJETAS-EOF                    PIC X(1).
          88 WS-TARJETAS-EOF-YES             VALUE 'Y'.
          88 WS-TARJETAS-EOF-NO              VALUE 'N'.

       01 WS-PARAMETROS-EOF                  PIC X(1).
          88 WS-PARAMETROS-EOF-YES           VALUE 'Y'.
          88 WS-PARAMETROS-EOF-NO            VALUE 'N'.

       01 WS-CATEGORIAS-EOF                  PIC X(1).
          88 WS-CATEGORIAS-EOF-YES           VALUE 'Y'.
          88 WS-CATEGORIAS-EOF-NO            VALUE 'N'.

       01 WS-MOROSIDAD-EOF                   PIC X(1).
          88 WS-MOROSIDAD-EOF-YES            VALUE 'Y'.
          88 WS-MOROSIDAD-EOF-NO             VALUE 'N'.

       01 WS-CASTIGOS-EOF                    PIC X(1).
          88 WS-CASTIGOS-EOF-YES             VALUE 'Y'.
          88 WS-CASTIGOS-EOF-NO              VALUE 'N'.

       01 WS-SITUACION-EOF                   PIC X(1).
          88 WS-SITUACION-EOF-YES            VALUE 'Y'.
          88 WS-SITUACION-EOF-NO             VALUE 'N'.

       01 WS-DEU-WRK-EOF                     PIC X(1).
          88 WS-DEU-WRK-EOF-YES              VALUE 'Y'.
          88 WS-DEU-WRK-EOF-NO               VALUE 'N'.

       01 WS-CONTADORES.
          05 WS-CANT-REG-LEIDOS             PIC 9(8).
          05 WS-CANT-SIN-COTIZACION         PIC 9(8).
          05 WS-CANT-CUENTAS                PIC 9(8).
          05 WS-CANT-DEUDORES               PIC 9(8).
          05 WS-CANT-CAMBIOS                PIC 9(8).
          05 WS-CANT-NUEVOS                 PIC 9(8).
          05 WS-CANT-SALIDOS                PIC 9(8).
          05 WS-CANT-SITUACION-GRAB         PIC 9(8).
          05 WS-CANT-PRESENT-GRAB           PIC 9(8).
          05 WS-DEUDA-TOTAL                 PIC 9(14)V9(02).
          05 WS-CANT-X-CATEGORIA            PIC 9(08) OCCURS 5 TIMES.

      * TABLA DE CATEGORIAS: TOPE DE DIAS DE ATRASO POR CATEGORIA. SIN
      * SITUACION-CATEGORIAS.SEQ SE USAN LOS TOPES POR DEFECTO (31, 90,
      * 180 Y 365 DIAS; LA 5 SIN TOPE).
       01 WS-TABLA-CATEGORIAS.
          05 WS-CAT-ITEM OCCURS 5 TIMES.
             10 WS-CAT-DIAS-HASTA            PIC 9(04).
             10 WS-CAT-DESCRIPCION           PIC X(20).

       77 WS-IX-CAT                          PIC 9(01).
       77 WS-CATEGORIA                       PIC 9(01).
       77 WS-DIAS-ATRASO                     PIC 9(04).
       77 WS-DIAS-X-CICLO                    PIC 9(02) VALUE 30.
       77 WS-DEUDA-CUENTA                    PIC S9(12)V9(02).
       77 WS-IMPORTE-PESOS                   PIC 9(12)V9(02).
       77 WS-CUENTA-AUX                      PIC 9(10).

       01 WS-SW-CASTIGADA                    PIC X(01).
          88 WS-CUENTA-CASTIGADA             VALUE 'S'.
          88 WS-CUENTA-NO-CASTIGADA          VALUE 'N'.

      * COTIZACIONES DEL DIA (SUBINDICE 1 = ARS).
       01 WS-TABLA-MONEDAS.
          05 WS-CANT-MONEDAS                PIC 9(02) VALUE 1.
          05 WS-MONEDA-ITEM OCCURS 1 TO 10 TIMES
                             DEPENDING ON WS-CANT-MONEDAS
                             INDEXED BY WS-IX-MON.
             10 WS-MON-CODIGO                PIC X(03).
             10 WS-MON-COTIZACION            PIC 9(08)V9(02).

       01 WS-SW-MONEDA                       PIC X(01).
          88 WS-MONEDA-ENCONTRADA            VALUE 'S'.
          88 WS-MONEDA-NO-ENCONTRADA         VALUE 'N'.

       01 WS-VALIDA-CLIENTE.
          COPY "CLIENTIO.CPY".

       01  WS-CURRENT-DATE-FIELDS.
           05  WS-CURRENT-DATE.
            10  WS-CURRENT-YEAR    PIC  9(4).
            10  WS-CURRENT-MONTH   PIC  9(2).
            10  WS-CURRENT-DAY     PIC  9(2).
           05  FILLER              PIC  X(13).

       01 WS-PERIODO.
          05 WS-PER-ANIO                     PIC 9(04).
          05 WS-PER-MES                      PIC 9(02).
       01 WS-PERIODO-NUM REDEFINES WS-PERIODO PIC 9(06).

       01 WS-FECHA-PROCESO-ED.
          05 WS-FPR-ANIO                     PIC 9(04).
          05 FILLER                          PIC X VALUE '-'.
          05 WS-FPR-MES                      PIC 9(02).
          05 FILLER                          PIC X VALUE '-'.
          05 WS-FPR-DIA                      PIC 9(02).

      ******* LINEAS DEL LISTADO DE CAMBIOS DE CATEGORIA ***************
       01 TITULO-CAMBIOS.
          05 FILLER            PIC X(45) VALUE
             'DEUDORES CON CAMBIO DE CATEGORIA - PERIODO '.
          05 TIT-PERIODO       PIC 9(06).

       01 LINEA-SEPARADOR.
          05 FILLER            PIC X(110) VALUE ALL '-'.

       01 LINEA-ENCABEZADO.
          05 FILLER            PIC X(11) VALUE 'CUENTA'.
          05 FILLER            PIC X(41) VALUE 'TITULAR'.
          05 FILLER            PIC X(10) VALUE 'ANTERIOR'.
          05 FILLER            PIC X(22) VALUE 'ACTUAL'.
          05 FILLER            PIC X(05) VALUE 'DIAS'.
          05 FILLER            PIC X(21) VALUE '         DEUDA $'.

       01 LINEA-CAMBIO.
          05 LCA-CUENTA        PIC 9(10).
          05 FILLER            PIC X(01) VALUE SPACE.
          05 LCA-APELLIDO      PIC X(20).
          05 FILLER            PIC X(01) VALUE SPACE.
          05 LCA-NOMBRE        PIC X(19).
          05 FILLER            PIC X(01) VALUE SPACE.
          05 LCA-CAT-ANT       PIC X(08).
          05 FILLER            PIC X(02) VALUE SPACES.
          05 LCA-CAT-ACT       PIC 9(01).
          05 FILLER            PIC X(01) VALUE SPACE.
          05 LCA-DESCRIPCION   PIC X(20).
          05 FILLER            PIC X(01) VALUE SPACE.
          05 LCA-DIAS          PIC ZZZ9.
          05 FILLER            PIC X(01) VALUE SPACE.
          05 LCA-DEUDA         PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
          05 FILLER            PIC X(01) VALUE SPACE.
          05 LCA-MARCA         PIC X(08).

       01 LINEA-TOTAL-CAMB.
          05 LTC-ETIQUETA      PIC X(40).
          05 LTC-CANT          PIC ZZZZZZZ9.
      ******************************************************************

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

           PERFORM 1000-INICIAR-PROGRAMA
              THRU 1000-INICIAR-PROGRAMA-EXIT.

           IF FS-TARJETAS-FILE-OK

              PERFORM 2000-PROCESAR-MAESTRO
                 THRU 2000-PROCESAR-MAESTRO-EXIT
                UNTIL WS-TARJETAS-EOF-YES

           END-IF.

           PERFORM 2500-SUMAR-CASTIGOS
              THRU 2500-SUMAR-CASTIGOS-FIN.

           PERFORM 3000-GRABAR-PRESENTACION
              THRU 3000-GRABAR-PRESENTACION-EXIT.

           PERFORM 3500-CERRAR-ARCHIVOS
              THRU 3500-CERRAR-ARCHIVOS-EXIT.

           PERFORM 4000-TOTALES-ARCHIVO
              THRU 4000-TOTALES-ARCHIVO-EXIT.

           STOP RUN.
      *----------------------------------------------------------------*
       1000-INICIAR-PROGRAMA.

           INITIALIZE WS-CONTADORES.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
           MOVE WS-CURRENT-YEAR  TO WS-PER-ANIO.
           MOVE WS-CURRENT-MONTH TO WS-PER-MES.
           MOVE WS-CURRENT-YEAR  TO WS-FPR-ANIO.
           MOVE WS-CURRENT-MONTH TO WS-FPR-MES.
           MOVE WS-CURRENT-DAY   TO WS-FPR-DIA.

           PERFORM 1050-LEER-PARAMETROS
              THRU 1050-LEER-PARAMETROS-FIN.

           PERFORM 1100-LEER-CATEGORIAS
              THRU 1100-LEER-CATEGORIAS-FIN.

           PERFORM 1200-CARGAR-MOROSIDAD
              THRU 1200-CARGAR-MOROSIDAD-FIN.

           PERFORM 1300-CARGAR-SITUACION
              THRU 1300-CARGAR-SITUACION-FIN.

           OPEN INPUT ENT-TARJETA.

           EVALUATE TRUE
               WHEN FS-TARJETAS-FILE-OK
                    PERFORM 1500-LEER-TARJETA
                       THRU 1500-LEER-TARJETA-EXIT
               WHEN FS-TARJETAS-FILE-NFD
                    DISPLAY '*** NO SE ENCUENTRA EL ARCHIVO MAESTRO, '
                            'SE DETIENE LA CORRIDA ***'
                    DISPLAY 'FILE STATUS: ' FS-TARJETAS
                    STOP RUN
               WHEN OTHER
                    DISPLAY '*** ERROR AL ABRIR EL ARCHIVO MAESTRO, SE '
                            'DETIENE LA CORRIDA ***'
                    DISPLAY 'FILE STATUS: ' FS-TARJETAS
                    STOP RUN
           END-EVALUATE.

       1000-INICIAR-PROGRAMA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 1050-LEER-PARAMETROS : COTIZACIONES DEL DIA PARA VALUAR EN      *
      * PESOS LAS DEUDAS EN OTRA MONEDA. SIN ARCHIVO SOLO QUEDA         *
      * COTIZADA "ARS".                                                 *
      *----------------------------------------------------------------*
       1050-LEER-PARAMETROS.

           MOVE 1 TO WS-CANT-MONEDAS.
           MOVE "ARS" TO WS-MON-CODIGO(1).
           MOVE 1,00 TO WS-MON-COTIZACION(1).
           SET WS-PARAMETROS-EOF-NO TO TRUE.

           OPEN INPUT PARAMETROS.

           EVALUATE TRUE
               WHEN FS-PARAMETROS-OK
                    PERFORM 1060-LEER-REG-PARAMETRO
                       THRU 1060-LEER-REG-PARAMETRO-FIN
                    PERFORM 1070-PROCESAR-REG-PARAMETRO
                       THRU 1070-PROCESAR-REG-PARAMETRO-FIN
                      UNTIL WS-PARAMETROS-EOF-YES
                    CLOSE PARAMETROS
               WHEN FS-PARAMETROS-NFD
                    DISPLAY 'NO SE ENCUENTRA PARAMETROS.SEQ, SOLO SE '
                            'VALUAN DEUDAS EN PESOS'
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR PARAMETROS.SEQ, SOLO SE '
                            'VALUAN DEUDAS EN PESOS'
                    DISPLAY 'FILE STATUS: ' FS-PARAMETROS
           END-EVALUATE.

       1050-LEER-PARAMETROS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1060-LEER-REG-PARAMETRO.

           READ PARAMETROS
             AT END
                SET WS-PARAMETROS-EOF-YES     TO TRUE
             NOT AT END
                SET WS-PARAMETROS-EOF-NO      TO TRUE
           END-READ.

       1060-LEER-REG-PARAMETRO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1070-PROCESAR-REG-PARAMETRO.

           IF PAR-TIPO-MONEDA AND WS-CANT-MONEDAS < 10
              ADD 1 TO WS-CANT-MONEDAS
              MOVE PAR-MONEDA     TO WS-MON-CODIGO(WS-CANT-MONEDAS)
              MOVE PAR-COTIZACION TO WS-MON-COTIZACION(WS-CANT-MONEDAS)
           END-IF.

           PERFORM 1060-LEER-REG-PARAMETRO
              THRU 1060-LEER-REG-PARAMETRO-FIN.

       1070-PROCESAR-REG-PARAMETRO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * 1100-LEER-CATEGORIAS : CARGA LOS TOPES DE DIAS DE ATRASO DE     *
      * CADA CATEGORIA. UNA LINEA CON CATEGORIA FUERA DE 1 A 5 SE       *
      * IGNORA CON AVISO.                                               *
      *----------------------------------------------------------------*
       1100-LEER-CATEGORIAS.

           MOVE 31   TO WS-CAT-DIAS-HASTA(1).
           MOVE 90   TO WS-CAT-DIAS-HASTA(2).
           MOVE 180  TO WS-CAT-DIAS-HASTA(3).
           MOVE 365  TO WS-CAT-DIAS-HASTA(4).
           MOVE 9999 TO WS-CAT-DIAS-HASTA(5).
           MOVE 'NORMAL'             TO WS-CAT-DESCRIPCION(1).
           MOVE 'RIESGO POTENCIAL'   TO WS-CAT-DESCRIPCION(2).
           MOVE 'CON PROBLEMAS'      TO WS-CAT-DESCRIPCION(3).
           MOVE 'ALTO RIESGO'        TO WS-CAT-DESCRIPCION(4).
           MOVE 'IRRECUPERABLE'      TO WS-CAT-DESCRIPCION(5).
           SET WS-CATEGORIAS-EOF-NO TO TRUE.

           OPEN INPUT SITUACION-CATEGORIAS.

           EVALUATE TRUE
               WHEN FS-CATEGORIAS-OK
                    PERFORM 1110-LEER-REG-CATEGORIA
                       THRU 1110-LEER-REG-CATEGORIA-FIN
                    PERFORM 1120-CARGAR-REG-CATEGORIA
                       THRU 1120-CARGAR-REG-CATEGORIA-FIN
                      UNTIL WS-CATEGORIAS-EOF-YES
                    CLOSE SITUACION-CATEGORIAS
               WHEN FS-CATEGORIAS-NFD
                    DISPLAY 'NO SE ENCUENTRA SITUACION-CATEGORIAS.SEQ, '
                            'SE USAN LOS TOPES POR DEFECTO'
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR SITUACION-CATEGORIAS.SEQ, '
                            'SE USAN LOS TOPES POR DEFECTO'
                    DISPLAY 'FILE STATUS: ' FS-CATEGORIAS
           END-EVALUATE.

      * LA CATEGORIA 5 NO TIENE TOPE: TODO ATRASO MAYOR AL DE LA 4 CAE
      * AHI AUNQUE LA TABLA LE CARGUE UNO.
           MOVE 9999 TO WS-CAT-DIAS-HASTA(5).

       1100-LEER-CATEGORIAS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1110-LEER-REG-CATEGORIA.

           READ SITUACION-CATEGORIAS
             AT END
                SET WS-CATEGORIAS-EOF-YES     TO TRUE
             NOT AT END
                SET WS-CATEGORIAS-EOF-NO      TO TRUE
           END-READ.

       1110-LEER-REG-CATEGORIA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1120-CARGAR-REG-CATEGORIA.

           IF SCT-CATEGORIA >= 1 AND SCT-CATEGORIA <= 5
              MOVE SCT-DIAS-HASTA  TO WS-CAT-DIAS-HASTA(SCT-CATEGORIA)
              MOVE SCT-DESCRIPCION TO WS-CAT-DESCRIPCION(SCT-CATEGORIA)
           ELSE
              DISPLAY '*** CATEGORIA INVALIDA EN '
                      'SITUACION-CATEGORIAS.SEQ: ' SCT-CATEGORIA
           END-IF.

           PERFORM 1110-LEER-REG-CATEGORIA
              THRU 1110-LEER-REG-CATEGORIA-FIN.

       1120-CARGAR-REG-CATEGORIA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * 1200-CARGAR-MOROSIDAD : VUELCA MOROSIDAD.SEQ A UN ARCHIVO DE    *
      * TRABAJO CLAVEADO POR TARJETA PARA TOMAR LOS CICLOS DE MORA DE   *
      * CADA TARJETA DEL MAESTRO. SIN ARCHIVO NINGUNA TARJETA TIENE     *
      * ATRASO.                                                         *
      *----------------------------------------------------------------*
       1200-CARGAR-MOROSIDAD.

           OPEN OUTPUT MOROSIDAD-WRK.
           IF NOT FS-MOR-WRK-OK
              DISPLAY '*** NO SE PUDO CREAR DEUDBCRA-MOR-WRK.VSAM ***'
              DISPLAY 'FILE STATUS: ' FS-MOR-WRK
              STOP RUN
           END-IF.
           CLOSE MOROSIDAD-WRK.
           OPEN I-O MOROSIDAD-WRK.
           IF NOT FS-MOR-WRK-OK
              DISPLAY '*** NO SE PUDO ABRIR DEUDBCRA-MOR-WRK.VSAM ***'
              DISPLAY 'FILE STATUS: ' FS-MOR-WRK
              STOP RUN
           END-IF.

           SET WS-MOROSIDAD-EOF-NO TO TRUE.
           OPEN INPUT MOROSIDAD.

           EVALUATE TRUE
               WHEN FS-MOROSIDAD-OK
                    PERFORM 1210-LEER-REG-MOROSIDAD
                       THRU 1210-LEER-REG-MOROSIDAD-FIN
                    PERFORM 1220-CARGAR-REG-MOROSIDAD
                       THRU 1220-CARGAR-REG-MOROSIDAD-FIN
                      UNTIL WS-MOROSIDAD-EOF-YES
                    CLOSE MOROSIDAD
               WHEN FS-MOROSIDAD-NFD
                    DISPLAY 'NO SE ENCUENTRA MOROSIDAD.SEQ, NINGUNA '
                            'TARJETA TIENE ATRASO'
               WHEN OTHER
                    DISPLAY '*** ERROR AL ABRIR MOROSIDAD.SEQ, SE '
                            'DETIENE LA CORRIDA ***'
                    DISPLAY 'FILE STATUS: ' FS-MOROSIDAD
                    STOP RUN
           END-EVALUATE.

       1200-CARGAR-MOROSIDAD-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1210-LEER-REG-MOROSIDAD.

           READ MOROSIDAD
             AT END
                SET WS-MOROSIDAD-EOF-YES      TO TRUE
             NOT AT END
                SET WS-MOROSIDAD-EOF-NO       TO TRUE
           END-READ.

       1210-LEER-REG-MOROSIDAD-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1220-CARGAR-REG-MOROSIDAD.

           MOVE MOR-NRO-TARJ    TO MRW-NRO-TARJ.
           MOVE MOR-PAGO-MINIMO TO MRW-PAGO-MINIMO.
           MOVE MOR-CICLOS-MORA TO MRW-CICLOS.
           MOVE MOR-SALDO       TO MRW-SALDO.
           SET MRW-NO-FACTURADA TO TRUE.
           WRITE REG-MOR-WRK.

           IF FS-MOR-WRK-CLAVE-DUP
              REWRITE REG-MOR-WRK
           END-IF.

           IF NOT FS-MOR-WRK-OK
              DISPLAY '*** ERROR AL CARGAR DEUDBCRA-MOR-WRK.VSAM, SE '
                      'DETIENE LA CORRIDA ***'
              DISPLAY 'FILE STATUS: ' FS-MOR-WRK
              STOP RUN
           END-IF.

           PERFORM 1210-LEER-REG-MOROSIDAD
              THRU 1210-LEER-REG-MOROSIDAD-FIN.

       1220-CARGAR-REG-MOROSIDAD-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * 1300-CARGAR-SITUACION : CREA EL ARCHIVO DE TRABAJO POR CUENTA   *
      * Y LE CARGA LA CATEGORIA INFORMADA EL MES ANTERIOR. SI EL        *
      * ARCHIVO YA ES DE ESTE PERIODO (SEGUNDA CORRIDA DEL MES) LA      *
      * CATEGORIA ANTERIOR ES LA QUE GUARDO ESA CORRIDA, NO LA SUYA.    *
      * SIN ARCHIVO (PRIMER INFORME) TODOS LOS DEUDORES SON NUEVOS.     *
      *----------------------------------------------------------------*
       1300-CARGAR-SITUACION.

           OPEN OUTPUT DEUDORES-WRK.
           IF NOT FS-DEU-WRK-OK
              DISPLAY '*** NO SE PUDO CREAR DEUDORES-WRK.VSAM ***'
              DISPLAY 'FILE STATUS: ' FS-DEU-WRK
              STOP RUN
           END-IF.
           CLOSE DEUDORES-WRK.
           OPEN I-O DEUDORES-WRK.
           IF NOT FS-DEU-WRK-OK
              DISPLAY '*** NO SE PUDO ABRIR DEUDORES-WRK.VSAM ***'
              DISPLAY 'FILE STATUS: ' FS-DEU-WRK
              STOP RUN
           END-IF.

           SET WS-SITUACION-EOF-NO TO TRUE.
           OPEN INPUT SITUACION-DEUDORES.

           EVALUATE TRUE
               WHEN FS-SITUACION-OK
                    PERFORM 1310-LEER-REG-SITUACION
                       THRU 1310-LEER-REG-SITUACION-FIN
                    PERFORM 1320-CARGAR-REG-SITUACION
                       THRU 1320-CARGAR-REG-SITUACION-FIN
                      UNTIL WS-SITUACION-EOF-YES
                    CLOSE SITUACION-DEUDORES
               WHEN FS-SITUACION-NFD
                    DISPLAY 'NO SE ENCUENTRA DEUDORES-SITUACION.SEQ, '
                            'TODOS LOS DEUDORES SE INFORMAN COMO NUEVOS'
               WHEN OTHER
                    DISPLAY '*** ERROR AL ABRIR DEUDORES-SITUACION.SEQ'
                            ', SE DETIENE LA CORRIDA ***'
                    DISPLAY 'FILE STATUS: ' FS-SITUACION
                    STOP RUN
           END-EVALUATE.

       1300-CARGAR-SITUACION-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1310-LEER-REG-SITUACION.

           READ SITUACION-DEUDORES
             AT END
                SET WS-SITUACION-EOF-YES      TO TRUE
             NOT AT END
                SET WS-SITUACION-EOF-NO       TO TRUE
           END-READ.

       1310-LEER-REG-SITUACION-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1320-CARGAR-REG-SITUACION.

           INITIALIZE REG-DEU-WRK.
           MOVE SIT-CUENTA TO DEW-CUENTA.
           IF SIT-PERIODO = WS-PERIODO-NUM
              MOVE SIT-CATEGORIA-ANT TO DEW-CATEGORIA-ANT
           ELSE
              MOVE SIT-CATEGORIA     TO DEW-CATEGORIA-ANT
           END-IF.
           WRITE REG-DEU-WRK.

           IF FS-DEU-WRK-CLAVE-DUP
              REWRITE REG-DEU-WRK
           END-IF.

           IF NOT FS-DEU-WRK-OK
              DISPLAY '*** ERROR AL CARGAR DEUDORES-WRK.VSAM, SE '
                      'DETIENE LA CORRIDA ***'
              DISPLAY 'FILE STATUS: ' FS-DEU-WRK
              STOP RUN
           END-IF.

           PERFORM 1310-LEER-REG-SITUACION
              THRU 1310-LEER-REG-SITUACION-FIN.

       1320-CARGAR-REG-SITUACION-FIN.
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
                    DISPLAY '*** ERROR AL LEER EL ARCHIVO MAESTRO, SE '
                            'DETIENE LA CORRIDA ***'
                    DISPLAY 'FILE STATUS: ' FS-TARJETAS
                    STOP RUN
           END-EVALUATE.

       1500-LEER-TARJETA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 2000-PROCESAR-MAESTRO : SUMA LA TARJETA A SU CUENTA EN EL       *
      * ARCHIVO DE TRABAJO: LA DEUDA (SALDO VALUADO EN PESOS) Y EL      *
      * MAYOR ATRASO. SE TOMAN TODAS LAS TARJETAS, CUALQUIERA SEA SU    *
      * ESTADO: UNA TARJETA BLOQUEADA O DADA DE BAJA CON SALDO SIGUE    *
      * SIENDO DEUDA DEL TITULAR. EL TITULAR DEL MAESTRO QUEDA COMO     *
      * RESPALDO PARA LAS CUENTAS NO MIGRADAS A CLIENTES.VSAM.          *
      *----------------------------------------------------------------*
       2000-PROCESAR-MAESTRO.

           MOVE MAE-CUENTA TO DEW-CUENTA.
           PERFORM 2100-LEER-CUENTA
              THRU 2100-LEER-CUENTA-FIN.

           IF DEW-APELLIDO = SPACES
              MOVE MAE-APELLIDO TO DEW-APELLIDO
              MOVE MAE-NOMBRE   TO DEW-NOMBRE
           END-IF.
           ADD 1 TO DEW-CANT-TARJ.

           IF MAE-SALDO-ANT > 0
              PERFORM 2150-BUSCAR-MONEDA
                 THRU 2150-BUSCAR-MONEDA-FIN
              IF WS-MONEDA-ENCONTRADA
                 MULTIPLY MAE-SALDO-ANT
                       BY WS-MON-COTIZACION(WS-IX-MON)
                       GIVING WS-IMPORTE-PESOS
                 ADD WS-IMPORTE-PESOS TO DEW-DEUDA
              ELSE
                 ADD 1 TO WS-CANT-SIN-COTIZACION
                 DISPLAY '*** TARJETA ' MAE-NRO-TARJ ' MONEDA '
                         MAE-MONEDA ' SIN COTIZACION, SU SALDO NO '
                         'SE INFORMA'
              END-IF
           END-IF.

           MOVE MAE-NRO-TARJ TO MRW-NRO-TARJ.
           READ MOROSIDAD-WRK KEY IS MRW-NRO-TARJ.
           IF FS-MOR-WRK-OK
              IF MRW-CICLOS > DEW-CICLOS-MORA
                 MOVE MRW-CICLOS TO DEW-CICLOS-MORA
              END-IF
           END-IF.

           PERFORM 2190-GRABAR-CUENTA
              THRU 2190-GRABAR-CUENTA-FIN.

           PERFORM 1500-LEER-TARJETA
              THRU 1500-LEER-TARJETA-EXIT.

       2000-PROCESAR-MAESTRO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 2100-LEER-CUENTA : TRAE LA CUENTA DE DEW-CUENTA DEL ARCHIVO DE  *
      * TRABAJO O, SI TODAVIA NO ESTA, LA DEJA EN CERO (CATEGORIA       *
      * ANTERIOR 0 = NO INFORMADA EL MES PASADO).                       *
      *----------------------------------------------------------------*
       2100-LEER-CUENTA.

           READ DEUDORES-WRK KEY IS DEW-CUENTA.

           EVALUATE TRUE
               WHEN FS-DEU-WRK-OK
                    CONTINUE
               WHEN FS-DEU-WRK-CLAVE-NFD
                    MOVE DEW-CUENTA TO WS-CUENTA-AUX
                    INITIALIZE REG-DEU-WRK
                    MOVE WS-CUENTA-AUX TO DEW-CUENTA
               WHEN OTHER
                    DISPLAY '*** ERROR AL LEER DEUDORES-WRK, SE '
                            'DETIENE LA CORRIDA ***'
                    DISPLAY 'FILE STATUS: ' FS-DEU-WRK
                    STOP RUN
           END-EVALUATE.

       2100-LEER-CUENTA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2150-BUSCAR-MONEDA.

           SET WS-MONEDA-NO-ENCONTRADA TO TRUE.
           SET WS-IX-MON TO 1.

           SEARCH WS-MONEDA-ITEM
              WHEN WS-MON-CODIGO(WS-IX-MON) = MAE-MONEDA
                   SET WS-MONEDA-ENCONTRADA TO TRUE
           END-SEARCH.

       2150-BUSCAR-MONEDA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2190-GRABAR-CUENTA.

           WRITE REG-DEU-WRK.

           IF FS-DEU-WRK-CLAVE-DUP
              REWRITE REG-DEU-WRK
           END-IF.

           IF NOT FS-DEU-WRK-OK
              DISPLAY '*** ERROR AL GRABAR DEUDORES-WRK.VSAM, SE '
                      'DETIENE LA CORRIDA ***'
              DISPLAY 'FILE STATUS: ' FS-DEU-WRK
              STOP RUN
           END-IF.

       2190-GRABAR-CUENTA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * 2500-SUMAR-CASTIGOS : LA CARTERA CASTIGADA YA NO ESTA EN EL     *
      * SALDO DEL MAESTRO PERO SIGUE SIENDO DEUDA DEL TITULAR: LO       *
      * CASTIGADO MENOS LO RECUPERADO DE CADA CUENTA SE SUMA A SU DEUDA *
      * Y LA CUENTA SE INFORMA EN CATEGORIA 5. SIN LIBRO DE CASTIGOS NO *
      * HAY NADA QUE SUMAR.                                             *
      *----------------------------------------------------------------*
       2500-SUMAR-CASTIGOS.

           SET WS-CASTIGOS-EOF-NO TO TRUE.
           OPEN INPUT CASTIGOS.

           EVALUATE TRUE
               WHEN FS-CASTIGOS-OK
                    PERFORM 2510-LEER-REG-CASTIGO
                       THRU 2510-LEER-REG-CASTIGO-FIN
                    PERFORM 2520-SUMAR-REG-CASTIGO
                       THRU 2520-SUMAR-REG-CASTIGO-FIN
                      UNTIL WS-CASTIGOS-EOF-YES
                    CLOSE CASTIGOS
               WHEN FS-CASTIGOS-NFD
                    CONTINUE
               WHEN OTHER
                    DISPLAY '*** ERROR AL ABRIR CASTIGOS.SEQ, SE '
                            'DETIENE LA CORRIDA ***'
                    DISPLAY 'FILE STATUS: ' FS-CASTIGOS
                    STOP RUN
           END-EVALUATE.

       2500-SUMAR-CASTIGOS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2510-LEER-REG-CASTIGO.

           READ CASTIGOS
             AT END
                SET WS-CASTIGOS-EOF-YES       TO TRUE
             NOT AT END
                SET WS-CASTIGOS-EOF-NO        TO TRUE
           END-READ.

       2510-LEER-REG-CASTIGO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2520-SUMAR-REG-CASTIGO.

           MOVE CAS-CUENTA TO DEW-CUENTA.
           PERFORM 2100-LEER-CUENTA
              THRU 2100-LEER-CUENTA-FIN.

           IF CAS-ES-CASTIGO
              ADD CAS-IMPORTE-PESOS TO DEW-CASTIGO-PENDIENTE
           ELSE
              SUBTRACT CAS-IMPORTE-PESOS FROM DEW-CASTIGO-PENDIENTE
           END-IF.

           PERFORM 2190-GRABAR-CUENTA
              THRU 2190-GRABAR-CUENTA-FIN.

           PERFORM 2510-LEER-REG-CASTIGO
              THRU 2510-LEER-REG-CASTIGO-FIN.

       2520-SUMAR-REG-CASTIGO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * 3000-GRABAR-PRESENTACION : RECORRE LAS CUENTAS EN ORDEN Y       *
      * GRABA LA PRESENTACION (HEADER, UN DETALLE POR DEUDOR, TRAILER), *
      * EL LISTADO DE CAMBIOS DE CATEGORIA Y LA NUEVA SITUACION POR     *
      * CUENTA.                                                         *
      *----------------------------------------------------------------*
       3000-GRABAR-PRESENTACION.

           OPEN OUTPUT PRESENTACION-BCRA.
           IF NOT FS-PRESENTACION-OK
              DISPLAY 'ERROR AL ABRIR DEUDORES-BCRA.SEQ'
              DISPLAY 'FILE STATUS: ' FS-PRESENTACION
           END-IF.

           OPEN OUTPUT LISTADO-CAMBIOS.
           IF NOT FS-LISTADO-OK
              DISPLAY 'ERROR AL ABRIR DEUDORES-CAMBIOS.TXT'
              DISPLAY 'FILE STATUS: ' FS-LISTADO
           END-IF.

           OPEN OUTPUT SITUACION-DEUDORES.
           IF NOT FS-SITUACION-OK
              DISPLAY 'ERROR AL ABRIR DEUDORES-SITUACION.SEQ'
              DISPLAY 'FILE STATUS: ' FS-SITUACION
           END-IF.

           MOVE SPACES TO REG-PRESENTACION.
           SET PRE-ES-HEADER TO TRUE.
           MOVE WS-PERIODO-NUM      TO PRE-HDR-PERIODO.
           MOVE WS-FECHA-PROCESO-ED TO PRE-HDR-FECHA-PROCESO.
           MOVE 'SITUACION DEUDORES' TO PRE-HDR-DESCRIPCION.
           PERFORM 3900-GRABAR-PRESENTACION
              THRU 3900-GRABAR-PRESENTACION-FIN.

           MOVE WS-PERIODO-NUM TO TIT-PERIODO.
           MOVE TITULO-CAMBIOS TO LINEA-CAMBIOS.
           PERFORM 3950-GRABAR-LISTADO
              THRU 3950-GRABAR-LISTADO-FIN.
           MOVE LINEA-SEPARADOR TO LINEA-CAMBIOS.
           PERFORM 3950-GRABAR-LISTADO
              THRU 3950-GRABAR-LISTADO-FIN.
           MOVE LINEA-ENCABEZADO TO LINEA-CAMBIOS.
           PERFORM 3950-GRABAR-LISTADO
              THRU 3950-GRABAR-LISTADO-FIN.
           MOVE LINEA-SEPARADOR TO LINEA-CAMBIOS.
           PERFORM 3950-GRABAR-LISTADO
              THRU 3950-GRABAR-LISTADO-FIN.

           SET WS-DEU-WRK-EOF-NO TO TRUE.
           MOVE 0 TO DEW-CUENTA.
           START DEUDORES-WRK KEY IS NOT LESS THAN DEW-CUENTA
             INVALID KEY
                SET WS-DEU-WRK-EOF-YES TO TRUE
           END-START.

           IF WS-DEU-WRK-EOF-NO
              PERFORM 3010-LEER-DEU-WRK
                 THRU 3010-LEER-DEU-WRK-FIN
              PERFORM 3100-PROCESAR-CUENTA
                 THRU 3100-PROCESAR-CUENTA-FIN
                UNTIL WS-DEU-WRK-EOF-YES
           END-IF.

           MOVE SPACES TO REG-PRESENTACION.
           SET PRE-ES-TRAILER TO TRUE.
           MOVE WS-CANT-DEUDORES TO PRE-TRL-CANT-DEUDORES.
           MOVE WS-DEUDA-TOTAL   TO PRE-TRL-DEUDA-TOTAL.
           PERFORM 3020-MOVER-CANT-CATEGORIA
              THRU 3020-MOVER-CANT-CATEGORIA-FIN
              VARYING WS-IX-CAT FROM 1 BY 1
                UNTIL WS-IX-CAT > 5.
           PERFORM 3900-GRABAR-PRESENTACION
              THRU 3900-GRABAR-PRESENTACION-FIN.

           MOVE LINEA-SEPARADOR TO LINEA-CAMBIOS.
           PERFORM 3950-GRABAR-LISTADO
              THRU 3950-GRABAR-LISTADO-FIN.
           MOVE 'CUENTAS CON CAMBIO DE CATEGORIA: ' TO LTC-ETIQUETA.
           MOVE WS-CANT-CAMBIOS TO LTC-CANT.
           MOVE LINEA-TOTAL-CAMB TO LINEA-CAMBIOS.
           PERFORM 3950-GRABAR-LISTADO
              THRU 3950-GRABAR-LISTADO-FIN.
           MOVE '  DEUDORES NUEVOS              : ' TO LTC-ETIQUETA.
           MOVE WS-CANT-NUEVOS TO LTC-CANT.
           MOVE LINEA-TOTAL-CAMB TO LINEA-CAMBIOS.
           PERFORM 3950-GRABAR-LISTADO
              THRU 3950-GRABAR-LISTADO-FIN.
           MOVE '  CUENTAS QUE DEJARON DE DEBER : ' TO LTC-ETIQUETA.
           MOVE WS-CANT-SALIDOS TO LTC-CANT.
           MOVE LINEA-TOTAL-CAMB TO LINEA-CAMBIOS.
           PERFORM 3950-GRABAR-LISTADO
              THRU 3950-GRABAR-LISTADO-FIN.
           MOVE 'DEUDORES INFORMADOS            : ' TO LTC-ETIQUETA.
           MOVE WS-CANT-DEUDORES TO LTC-CANT.
           MOVE LINEA-TOTAL-CAMB TO LINEA-CAMBIOS.
           PERFORM 3950-GRABAR-LISTADO
              THRU 3950-GRABAR-LISTADO-FIN.

       3000-GRABAR-PRESENTACION-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3010-LEER-DEU-WRK.

           READ DEUDORES-WRK NEXT RECORD
             AT END
                SET WS-DEU-WRK-EOF-YES        TO TRUE
             NOT AT END
                SET WS-DEU-WRK-EOF-NO         TO TRUE
           END-READ.

       3010-LEER-DEU-WRK-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3020-MOVER-CANT-CATEGORIA.

           MOVE WS-CANT-X-CATEGORIA(WS-IX-CAT)
             TO PRE-TRL-CANT-CATEGORIA(WS-IX-CAT).

       3020-MOVER-CANT-CATEGORIA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * 3100-PROCESAR-CUENTA : UNA CUENTA CON DEUDA SE CLASIFICA Y SE   *
      * INFORMA; SI SU CATEGORIA DIFIERE DE LA DEL MES ANTERIOR (O NO   *
      * SE HABIA INFORMADO) VA AL LISTADO DE CAMBIOS. UNA CUENTA        *
      * INFORMADA EL MES PASADO QUE YA NO DEBE TAMBIEN VA AL LISTADO    *
      * (Y QUEDA EN LA SITUACION CON CATEGORIA 0).                      *
      *----------------------------------------------------------------*
       3100-PROCESAR-CUENTA.

           ADD 1 TO WS-CANT-CUENTAS.

           SET WS-CUENTA-NO-CASTIGADA TO TRUE.
           MOVE DEW-DEUDA TO WS-DEUDA-CUENTA.
           IF DEW-CASTIGO-PENDIENTE > 0
              SET WS-CUENTA-CASTIGADA TO TRUE
              ADD DEW-CASTIGO-PENDIENTE TO WS-DEUDA-CUENTA
           END-IF.

           COMPUTE WS-DIAS-ATRASO = DEW-CICLOS-MORA * WS-DIAS-X-CICLO.

           IF WS-DEUDA-CUENTA > 0
              PERFORM 3200-CLASIFICAR-DEUDOR
                 THRU 3200-CLASIFICAR-DEUDOR-FIN
              PERFORM 3300-GRABAR-DEUDOR
                 THRU 3300-GRABAR-DEUDOR-FIN
           ELSE
              MOVE 0 TO WS-CATEGORIA
              MOVE 0 TO WS-DEUDA-CUENTA
           END-IF.

           IF WS-CATEGORIA NOT = DEW-CATEGORIA-ANT
              PERFORM 3400-LISTAR-CAMBIO
                 THRU 3400-LISTAR-CAMBIO-FIN
           END-IF.

           IF WS-CATEGORIA > 0 OR DEW-CATEGORIA-ANT > 0
              PERFORM 3450-GRABAR-SITUACION
                 THRU 3450-GRABAR-SITUACION-FIN
           END-IF.

           PERFORM 3010-LEER-DEU-WRK
              THRU 3010-LEER-DEU-WRK-FIN.

       3100-PROCESAR-CUENTA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * 3200-CLASIFICAR-DEUDOR : PRIMERA CATEGORIA CUYO TOPE CUBRE LOS  *
      * DIAS DE ATRASO. LA CARTERA CASTIGADA ES SIEMPRE IRRECUPERABLE.  *
      *----------------------------------------------------------------*
       3200-CLASIFICAR-DEUDOR.

           IF WS-CUENTA-CASTIGADA
              MOVE 5 TO WS-CATEGORIA
           ELSE
              MOVE 0 TO WS-CATEGORIA
              PERFORM 3210-PROBAR-CATEGORIA
                 THRU 3210-PROBAR-CATEGORIA-FIN
                 VARYING WS-IX-CAT FROM 1 BY 1
                   UNTIL WS-IX-CAT > 5 OR WS-CATEGORIA > 0
           END-IF.

       3200-CLASIFICAR-DEUDOR-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3210-PROBAR-CATEGORIA.

           IF WS-DIAS-ATRASO <= WS-CAT-DIAS-HASTA(WS-IX-CAT)
              MOVE WS-IX-CAT TO WS-CATEGORIA
           END-IF.

       3210-PROBAR-CATEGORIA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * 3300-GRABAR-DEUDOR : DETALLE DE LA PRESENTACION, CON EL TITULAR *
      * DE CLIENTES.VSAM (O EL DEL MAESTRO SI LA CUENTA NO ESTA).       *
      *----------------------------------------------------------------*
       3300-GRABAR-DEUDOR.

           MOVE DEW-CUENTA TO WS-CLI-CUENTA.
           CALL 'CLIEMAES' USING WS-VALIDA-CLIENTE.

           IF WS-CLI-NOMBRE NOT = 'ERROR'
              MOVE WS-CLI-APELLIDO TO DEW-APELLIDO
              MOVE WS-CLI-NOMBRE   TO DEW-NOMBRE
           END-IF.

           MOVE SPACES TO REG-PRESENTACION.
           SET PRE-ES-DETALLE TO TRUE.
           MOVE DEW-CUENTA      TO PRE-DET-CUENTA.
           MOVE DEW-APELLIDO    TO PRE-DET-APELLIDO.
           MOVE DEW-NOMBRE      TO PRE-DET-NOMBRE.
           MOVE WS-CATEGORIA    TO PRE-DET-CATEGORIA.
           MOVE WS-DIAS-ATRASO  TO PRE-DET-DIAS-ATRASO.
           MOVE WS-DEUDA-CUENTA TO PRE-DET-DEUDA.
           MOVE DEW-CANT-TARJ   TO PRE-DET-CANT-TARJ.
           IF WS-CUENTA-CASTIGADA
              MOVE 'S' TO PRE-DET-CASTIGADA
           ELSE
              MOVE 'N' TO PRE-DET-CASTIGADA
           END-IF.
           PERFORM 3900-GRABAR-PRESENTACION
              THRU 3900-GRABAR-PRESENTACION-FIN.

           ADD 1 TO WS-CANT-DEUDORES.
           ADD WS-DEUDA-CUENTA TO WS-DEUDA-TOTAL.
           ADD 1 TO WS-CANT-X-CATEGORIA(WS-CATEGORIA).

       3300-GRABAR-DEUDOR-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3400-LISTAR-CAMBIO.

           ADD 1 TO WS-CANT-CAMBIOS.

           MOVE DEW-CUENTA      TO LCA-CUENTA.
           MOVE DEW-APELLIDO    TO LCA-APELLIDO.
           MOVE DEW-NOMBRE      TO LCA-NOMBRE.
           IF DEW-CATEGORIA-ANT = 0
              MOVE 'NUEVO'    TO LCA-CAT-ANT
              ADD 1 TO WS-CANT-NUEVOS
           ELSE
              MOVE DEW-CATEGORIA-ANT TO LCA-CAT-ANT
           END-IF.
           MOVE WS-CATEGORIA    TO LCA-CAT-ACT.
           IF WS-CATEGORIA = 0
              MOVE 'SIN DEUDA' TO LCA-DESCRIPCION
              ADD 1 TO WS-CANT-SALIDOS
           ELSE
              MOVE WS-CAT-DESCRIPCION(WS-CATEGORIA) TO LCA-DESCRIPCION
           END-IF.
           MOVE WS-DIAS-ATRASO  TO LCA-DIAS.
           MOVE WS-DEUDA-CUENTA TO LCA-DEUDA.
           IF WS-CUENTA-CASTIGADA
              MOVE 'CASTIGO' TO LCA-MARCA
           ELSE
              MOVE SPACES    TO LCA-MARCA
           END-IF.
           MOVE LINEA-CAMBIO TO LINEA-CAMBIOS.
           PERFORM 3950-GRABAR-LISTADO
              THRU 3950-GRABAR-LISTADO-FIN.

       3400-LISTAR-CAMBIO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3450-GRABAR-SITUACION.

           IF FS-SITUACION-OK
              MOVE DEW-CUENTA        TO SIT-CUENTA
              MOVE WS-PERIODO-NUM    TO SIT-PERIODO
              MOVE WS-CATEGORIA      TO SIT-CATEGORIA
              MOVE DEW-CATEGORIA-ANT TO SIT-CATEGORIA-ANT
              MOVE WS-DEUDA-CUENTA   TO SIT-DEUDA
              WRITE REG-SITUACION
              IF FS-SITUACION-OK
                 ADD 1 TO WS-CANT-SITUACION-GRAB
              ELSE
                 DISPLAY 'ERROR AL GRABAR DEUDORES-SITUACION.SEQ'
                 DISPLAY 'FILE STATUS: ' FS-SITUACION
              END-IF
           END-IF.

       3450-GRABAR-SITUACION-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3900-GRABAR-PRESENTACION.

           IF FS-PRESENTACION-OK
              WRITE REG-PRESENTACION
              IF FS-PRESENTACION-OK
                 ADD 1 TO WS-CANT-PRESENT-GRAB
              ELSE
                 DISPLAY 'ERROR AL GRABAR DEUDORES-BCRA.SEQ'
                 DISPLAY 'FILE STATUS: ' FS-PRESENTACION
              END-IF
           END-IF.

       3900-GRABAR-PRESENTACION-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3950-GRABAR-LISTADO.

           IF FS-LISTADO-OK
              WRITE REG-LISTADO-CAMBIOS
              IF NOT FS-LISTADO-OK
                 DISPLAY 'ERROR AL GRABAR DEUDORES-CAMBIOS.TXT'
                 DISPLAY 'FILE STATUS: ' FS-LISTADO
              END-IF
           END-IF.

       3950-GRABAR-LISTADO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3500-CERRAR-ARCHIVOS.

           IF NOT FS-TARJETAS-FILE-NFD
              CLOSE ENT-TARJETA
           END-IF.

           CLOSE PRESENTACION-BCRA
                 LISTADO-CAMBIOS
                 SITUACION-DEUDORES
                 DEUDORES-WRK
                 MOROSIDAD-WRK.

       3500-CERRAR-ARCHIVOS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       4000-TOTALES-ARCHIVO.

           DISPLAY '--------------------------------------'.
           DISPLAY 'PERIODO INFORMADO          : ' WS-PERIODO-NUM.
           DISPLAY 'TARJETAS LEIDAS            : ' WS-CANT-REG-LEIDOS.
           DISPLAY 'TARJETAS SIN COTIZACION    : '
                   WS-CANT-SIN-COTIZACION.
           DISPLAY 'CUENTAS PROCESADAS         : ' WS-CANT-CUENTAS.
           DISPLAY 'DEUDORES INFORMADOS        : ' WS-CANT-DEUDORES.
           DISPLAY '  CATEGORIA 1              : '
                   WS-CANT-X-CATEGORIA(1).
           DISPLAY '  CATEGORIA 2              : '
                   WS-CANT-X-CATEGORIA(2).
           DISPLAY '  CATEGORIA 3              : '
                   WS-CANT-X-CATEGORIA(3).
           DISPLAY '  CATEGORIA 4              : '
                   WS-CANT-X-CATEGORIA(4).
           DISPLAY '  CATEGORIA 5              : '
                   WS-CANT-X-CATEGORIA(5).
           DISPLAY 'DEUDA TOTAL INFORMADA      : ' WS-DEUDA-TOTAL.
           DISPLAY 'CAMBIOS DE CATEGORIA       : ' WS-CANT-CAMBIOS.
           DISPLAY 'REGISTROS DE PRESENTACION  : '
                   WS-CANT-PRESENT-GRAB.
           DISPLAY 'SITUACIONES GRABADAS       : '
                   WS-CANT-SITUACION-GRAB.
           DISPLAY '--------------------------------------'.
           DISPLAY '          FIN DEL PROGRAMA            '.
           DISPLAY '--------------------------------------'.

       4000-TOTALES-ARCHIVO-EXIT.
           EXIT.
      *----------------------------------------------------------------*

       END PROGRAM DEUDBCRA.
