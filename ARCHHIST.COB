      *----------------------------------------------------------------*
      *Author:  GABRIELA RODRIGUEZ                                     *
      *         CLAUDIA SANTILLAN                                      *
      *         GABY OSELLA                                            *
      *         GUILLERMO RODRIGUEZ                                    *
      *         EDDISON MORA GOMEZ
      * Date: 15/10/2026
      * Purpose: ARCHIVO Y DEPURACION DEL HISTORIAL DE MOVIMIENTOS
      *          (HISTORIAL.SEQ) Y DEL JOURNAL DE AUTORIZACIONES
      *          (AUTORIZACIONES.SEQ Y LAS CERRADAS POR CONCIAUT EN
      *          AUTORIZACIONES-CERRADAS.SEQ). LOS PERIODOS QUE SALEN
      *          DE LA VENTANA ACTIVA (REGISTRO 'H' DE PARAMETROS.SEQ)
      *          PASAN AL ARCHIVO DE SU ANIO (HISTORIAL-AAAA.SEQ,
      *          AUTORIZACIONES-AAAA.SEQ) CON SUS TOTALES DE CONTROL EN
      *          ARCHIVOS-CONTROL.SEQ; LOS QUE YA SUPERARON LA
      *          CONSERVACION LEGAL SE DEPURAN, IGUAL QUE LOS ARCHIVOS
      *          ANUALES VENCIDOS. UN PERIODO CON CASOS DE DISPUTA
      *          PENDIENTES (DISPUTAS-CASOS.SEQ) NO SE MUEVE: QUEDA EN
      *          EL ARCHIVO DE TRABAJO HASTA QUE EL CASO SE CIERRE.
      *          SE CORRE UNA VEZ POR MES, FUERA DE LA VENTANA DE
      *          AUTORIZACIONES EN LINEA (REGRABA EL JOURNAL, COMO
      *          CONCIAUT).
      * Tectonics: cobc
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.

       PROGRAM-ID. ARCHHIST.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *----------------------------------------------------------------*
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.
      *----------------------------------------------------------------*
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT PARAMETROS
           ASSIGN TO '../PARAMETROS.SEQ'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PARAMETROS.

       SELECT HISTORIAL
           ASSIGN TO '../HISTORIAL.SEQ'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-HISTORIAL.

       SELECT AUTORIZACIONES
           ASSIGN TO '../AUTORIZACIONES.SEQ'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-AUTORIZACIONES.

       SELECT AUTORIZ-CERRADAS
           ASSIGN TO '../AUTORIZACIONES-CERRADAS.SEQ'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CERRADAS.

       SELECT CASOS-DISPUTA
           ASSIGN TO '../DISPUTAS-CASOS.SEQ'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CASOS.

       SELECT CONTROL-ARCHIVOS
           ASSIGN TO '../ARCHIVOS-CONTROL.SEQ'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CONTROL.

      * LOS ARCHIVOS ANUALES SE ABREN POR NOMBRE, SEGUN EL ANIO DEL
      * REGISTRO QUE SE ARCHIVA.
       SELECT HISTORIAL-ARCHIVO
           ASSIGN TO DYNAMIC WS-NOMBRE-ARCH-HIS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ARCH-HIS.

       SELECT AUTORIZ-ARCHIVO
           ASSIGN TO DYNAMIC WS-NOMBRE-ARCH-AUT
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ARCH-AUT.

       SELECT HISTORIAL-ACTIVO
           ASSIGN TO '../HISTORIAL-ACTIVO.SEQ'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-HIS-ACTIVO.

       SELECT AUTORIZ-ACTIVAS
           ASSIGN TO '../AUTORIZACIONES-ACTIVAS.SEQ'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-AUT-ACTIVAS.

       SELECT REPORTE-ARCHIVO
           ASSIGN TO '../ARCHIVO-REPORTE.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-REPORTE.

       DATA DIVISION.

       FILE SECTION.

       COPY "PARAMETROS.CPY".
       COPY "HISTMOV.CPY".
       COPY "AUTORIZA.CPY".
       COPY "AUTOCERR.CPY".
       COPY "DISPCASO.CPY".
       COPY "ARCHCTRL.CPY".
       COPY "HISTARCH.CPY".
       COPY "AUTOARCH.CPY".
       COPY "HISTACTI.CPY".
       COPY "AUTOACTI.CPY".
       COPY "ARCHREPO.CPY".

       WORKING-STORAGE SECTION.

       01 FS-STATUS.
          05 FS-PARAMETROS                 PIC X(2).
             88 FS-PARAMETROS-OK               VALUE '00'.
             88 FS-PARAMETROS-EOF              VALUE '10'.
             88 FS-PARAMETROS-NFD              VALUE '35'.

          05 FS-HISTORIAL                  PIC X(2).
             88 FS-HISTORIAL-OK                VALUE '00'.
             88 FS-HISTORIAL-EOF               VALUE '10'.
             88 FS-HISTORIAL-NFD               VALUE '35'.

          05 FS-AUTORIZACIONES             PIC X(2).
             88 FS-AUTORIZACIONES-OK           VALUE '00'.
             88 FS-AUTORIZACIONES-EOF          VALUE '10'.
             88 FS-AUTORIZACIONES-NFD          VALUE '35'.

          05 FS-CERRADAS                   PIC X(2).
             88 FS-CERRADAS-OK                 VALUE '00'.
             88 FS-CERRADAS-EOF                VALUE '10'.
             88 FS-CERRADAS-NFD                VALUE '35'.

          05 FS-CASOS                      PIC X(2).
             88 FS-CASOS-OK                    VALUE '00'.
             88 FS-CASOS-EOF                   VALUE '10'.
             88 FS-CASOS-NFD                   VALUE '35'.

          05 FS-CONTROL                    PIC X(2).
             88 FS-CONTROL-OK                  VALUE '00'.
             88 FS-CONTROL-EOF                 VALUE '10'.
             88 FS-CONTROL-NFD                 VALUE '35'.

          05 FS-ARCH-HIS                   PIC X(2).
             88 FS-ARCH-HIS-OK                 VALUE '00'.
             88 FS-ARCH-HIS-EOF                VALUE '10'.
             88 FS-ARCH-HIS-NFD                VALUE '35'.

          05 FS-ARCH-AUT                   PIC X(2).
             88 FS-ARCH-AUT-OK                 VALUE '00'.
             88 FS-ARCH-AUT-EOF                VALUE '10'.
             88 FS-ARCH-AUT-NFD                VALUE '35'.

          05 FS-HIS-ACTIVO                 PIC X(2).
             88 FS-HIS-ACTIVO-OK               VALUE '00'.
             88 FS-HIS-ACTIVO-EOF              VALUE '10'.
             88 FS-HIS-ACTIVO-NFD              VALUE '35'.

          05 FS-AUT-ACTIVAS                PIC X(2).
             88 FS-AUT-ACTIVAS-OK              VALUE '00'.
             88 FS-AUT-ACTIVAS-EOF             VALUE '10'.
             88 FS-AUT-ACTIVAS-NFD             VALUE '35'.

          05 FS-REPORTE                    PIC X(2).
             88 FS-REPORTE-OK                  VALUE '00'.
             88 FS-REPORTE-EOF                 VALUE '10'.
             88 FS-REPORTE-NFD                 VALUE '35'.

       01 WS-PARAMETROS-EOF                  PIC X(1).
          88 WS-PARAMETROS-EOF-YES           VALUE 'Y'.
          88 WS-PARAMETROS-EOF-NO            VALUE 'N'.

       01 WS-HISTORIAL-EOF                   PIC X(1).
          88 WS-HISTORIAL-EOF-YES            VALUE 'Y'.
          88 WS-HISTORIAL-EOF-NO             VALUE 'N'.

       01 WS-AUTORIZACIONES-EOF              PIC X(1).
          88 WS-AUTORIZACIONES-EOF-YES       VALUE 'Y'.
          88 WS-AUTORIZACIONES-EOF-NO        VALUE 'N'.

       01 WS-CERRADAS-EOF                    PIC X(1).
          88 WS-CERRADAS-EOF-YES             VALUE 'Y'.
          88 WS-CERRADAS-EOF-NO              VALUE 'N'.

       01 WS-CASOS-EOF                       PIC X(1).
          88 WS-CASOS-EOF-YES                VALUE 'Y'.
          88 WS-CASOS-EOF-NO                 VALUE 'N'.

       01 WS-CONTROL-EOF                     PIC X(1).
          88 WS-CONTROL-EOF-YES              VALUE 'Y'.
          88 WS-CONTROL-EOF-NO               VALUE 'N'.

       01 WS-HIS-ACTIVO-EOF                  PIC X(1).
          88 WS-HIS-ACTIVO-EOF-YES           VALUE 'Y'.
          88 WS-HIS-ACTIVO-EOF-NO            VALUE 'N'.

       01 WS-AUT-ACTIVAS-EOF                 PIC X(1).
          88 WS-AUT-ACTIVAS-EOF-YES          VALUE 'Y'.
          88 WS-AUT-ACTIVAS-EOF-NO           VALUE 'N'.

      * MESES QUE QUEDAN EN LOS ARCHIVOS DE TRABAJO, CONTANDO EL DE LA
      * CORRIDA, Y ANIOS DE CONSERVACION LEGAL DE LOS ARCHIVOS
      * ANUALES, DEL REGISTRO 'H' DE PARAMETROS.SEQ. LA VENTANA NO
      * PUEDE SER MENOR QUE LA DE REVLTARJ (SEIS MESES): LA REVISION
      * DE LIMITES LEE SOLO EL HISTORIAL DE TRABAJO.
       77 WS-MESES-ACTIVOS                   PIC 9(02) VALUE 12.
       77 WS-MESES-ACTIVOS-MIN               PIC 9(02) VALUE 6.
       77 WS-ANIOS-RETENCION                 PIC 9(02) VALUE 10.

      * PRIMER PERIODO (AAAAMM) DE LA VENTANA ACTIVA Y PRIMER ANIO QUE
      * TODAVIA SE CONSERVA: LO ANTERIOR SE DEPURA.
       01 WS-PER-DESDE-ACTIVO.
          05 WS-PDA-ANIO                     PIC 9(04).
          05 WS-PDA-MES                      PIC 9(02).
       01 WS-PER-DESDE-ACTIVO-NUM REDEFINES WS-PER-DESDE-ACTIVO
                                             PIC 9(06).

       77 WS-ANIO-LIMITE-RETENCION           PIC 9(04).
       77 WS-MESES-AUX                       PIC 9(06).

      * PERIODO (AAAAMM) DEL REGISTRO EN CURSO Y DESTINO QUE LE TOCA.
       01 WS-PERIODO-REG.
          05 WS-PRG-ANIO                     PIC 9(04).
          05 WS-PRG-MES                      PIC 9(02).
       01 WS-PERIODO-REG-NUM REDEFINES WS-PERIODO-REG PIC 9(06).

       01 WS-DESTINO                         PIC X(01).
          88 WS-DESTINO-CONSERVAR            VALUE 'C'.
          88 WS-DESTINO-RETENER              VALUE 'R'.
          88 WS-DESTINO-DEPURAR              VALUE 'D'.
          88 WS-DESTINO-ARCHIVAR             VALUE 'A'.

      * AUXILIAR PARA DESCOMPONER UNA FECHA AAAA-MM-DD (AUT-FECHA,
      * CAS-FECHA-MOV), IGUAL QUE EN CONCIAUT.
       01 WS-FECHA-AUT-TXT                   PIC X(10).
       01 WS-FECHA-AUT-NUM REDEFINES WS-FECHA-AUT-TXT.
          05 WS-FAUT-ANIO                    PIC 9(04).
          05 FILLER                          PIC X(01).
          05 WS-FAUT-MES                     PIC 9(02).
          05 FILLER                          PIC X(01).
          05 WS-FAUT-DIA                     PIC 9(02).

      * PERIODOS CON CASOS DE DISPUTA PENDIENTES: EL DEL MOVIMIENTO
      * DISPUTADO (CAS-PERIODO) Y EL MES DE SU FECHA (DONDE ESTA SU
      * AUTORIZACION). CUENTA LO QUE SE RETUVO DE CADA UNO.
       01 WS-TABLA-BLOQUEOS.
          05 WS-CANT-BLOQUEOS               PIC 9(04) VALUE 0.
          05 WS-BLQ-ITEM OCCURS 1 TO 2000 TIMES
                          DEPENDING ON WS-CANT-BLOQUEOS
                          INDEXED BY WS-IX-BLQ.
             10 WS-BLQ-PERIODO                PIC 9(06).
             10 WS-BLQ-CANT-HIS               PIC 9(08).
             10 WS-BLQ-CANT-AUT               PIC 9(08).

       01 WS-SW-BLOQUEO                      PIC X(01).
          88 WS-BLOQUEO-HALLADO              VALUE 'S'.
          88 WS-BLOQUEO-NO-HALLADO           VALUE 'N'.

       77 WS-PERIODO-BLOQUEO                 PIC 9(06).

      * CONTROL DE LOS ARCHIVOS ANUALES (ARCHIVOS-CONTROL.SEQ) MAS LO
      * GRABADO EN LA CORRIDA. SE REGRABA COMPLETO AL FINAL.
       01 WS-TABLA-CONTROL.
          05 WS-CANT-CONTROL                PIC 9(03) VALUE 0.
          05 WS-CTL-ITEM OCCURS 1 TO 200 TIMES
                          DEPENDING ON WS-CANT-CONTROL
                          INDEXED BY WS-IX-CTL.
             10 WS-CTL-ARCHIVO                PIC X(01).
             10 WS-CTL-ANIO                   PIC 9(04).
             10 WS-CTL-ESTADO                 PIC X(01).
                88 WS-CTL-VIGENTE                 VALUE 'V'.
                88 WS-CTL-DEPURADO                VALUE 'D'.
             10 WS-CTL-CANT-REG               PIC 9(09).
             10 WS-CTL-TOT-IMPORTE            PIC 9(13)V9(02).
             10 WS-CTL-FECHA                  PIC X(10).
             10 WS-CTL-CANT-CORRIDA           PIC 9(09).
             10 WS-CTL-TOT-CORRIDA            PIC 9(13)V9(02).
             10 WS-CTL-SW-DEPURADO-HOY        PIC X(01).
                88 WS-CTL-DEPURADO-HOY            VALUE 'S'.

       01 WS-SW-CONTROL                      PIC X(01).
          88 WS-CONTROL-HALLADO              VALUE 'S'.
          88 WS-CONTROL-NO-HALLADO           VALUE 'N'.

       77 WS-CTL-ARCHIVO-BUSCADO             PIC X(01).
       77 WS-CTL-ANIO-BUSCADO                PIC 9(04).
       77 WS-IMPORTE-ARCHIVADO               PIC 9(08)V9(02).

      * NOMBRES DE LOS ARCHIVOS ANUALES Y ANIO DEL QUE ESTA ABIERTO
      * (CERO = NINGUNO).
       01 WS-NOMBRE-ARCH-HIS.
          05 FILLER                          PIC X(13)
                                             VALUE '../HISTORIAL-'.
          05 WS-NAH-ANIO                     PIC 9(04).
          05 FILLER                          PIC X(04) VALUE '.SEQ'.

       01 WS-NOMBRE-ARCH-AUT.
          05 FILLER                          PIC X(18)
                                             VALUE '../AUTORIZACIONES-'.
          05 WS-NAA-ANIO                     PIC 9(04).
          05 FILLER                          PIC X(04) VALUE '.SEQ'.

       77 WS-ANIO-ABIERTO-HIS                PIC 9(04) VALUE 0.
       77 WS-ANIO-ABIERTO-AUT                PIC 9(04) VALUE 0.

      * CONTADORES DE LA PASADA EN CURSO SOBRE UN ARCHIVO DE TRABAJO.
      * LEIDOS = CONSERVADOS + ARCHIVADOS + DEPURADOS (LOS RETENIDOS
      * POR DISPUTA ESTAN DENTRO DE LOS CONSERVADOS), Y LO DEVUELTO AL
      * ARCHIVO DE TRABAJO TIENE QUE SER IGUAL A LO CONSERVADO.
       01 WS-CONTADORES-PASADA.
          05 WS-PAS-NOMBRE                  PIC X(30).
          05 WS-PAS-LEIDOS                  PIC 9(09).
          05 WS-PAS-CONSERVADOS             PIC 9(09).
          05 WS-PAS-RETENIDOS               PIC 9(09).
          05 WS-PAS-ARCHIVADOS              PIC 9(09).
          05 WS-PAS-DEPURADOS               PIC 9(09).
          05 WS-PAS-DEVUELTOS               PIC 9(09).

       77 WS-PAS-CONTROL                     PIC 9(09).

       01 WS-CONTADORES.
          05 WS-CANT-CASOS-PENDIENTES       PIC 9(08).
          05 WS-CANT-ANUALES-DEPURADOS      PIC 9(08).

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

      ******* LINEAS DEL REPORTE ***************************************
       01 TITULO-ARCHIVO.
          05 FILLER            PIC X(46) VALUE
             'ARCHIVO Y DEPURACION DEL HISTORIAL - CORRIDA '.
          05 TIT-FECHA         PIC X(10).

       01 TITULO-CRITERIOS.
          05 FILLER            PIC X(26) VALUE
             'VENTANA ACTIVA DESDE     '.
          05 TIT-PER-DESDE     PIC 9(06).
          05 FILLER            PIC X(34) VALUE
             '   SE CONSERVAN LOS ANIOS DESDE  '.
          05 TIT-ANIO-LIMITE   PIC 9(04).

       01 LINEA-SEPARADOR.
          05 FILLER            PIC X(132) VALUE ALL '-'.

       01 LINEA-TITULO-SECCION.
          05 TSE-TEXTO         PIC X(60).

       01 LINEA-PASADA.
          05 PAS-ETIQUETA      PIC X(40).
          05 PAS-CANT          PIC ZZZ.ZZZ.ZZ9.

       01 LINEA-ENCABEZADO-CTL.
          05 FILLER            PIC X(17) VALUE 'ARCHIVO'.
          05 FILLER            PIC X(06) VALUE 'ANIO'.
          05 FILLER            PIC X(11) VALUE 'ESTADO'.
          05 FILLER            PIC X(14) VALUE '  REG CORRIDA'.
          05 FILLER            PIC X(23) VALUE
             '        IMPORTE CORRIDA'.
          05 FILLER            PIC X(14) VALUE '    REG TOTAL'.
          05 FILLER            PIC X(23) VALUE
             '          IMPORTE TOTAL'.

       01 LINEA-CONTROL.
          05 CTL-ARCHIVO       PIC X(16).
          05 FILLER            PIC X(01) VALUE SPACE.
          05 CTL-ANIO          PIC 9(04).
          05 FILLER            PIC X(02) VALUE SPACES.
          05 CTL-ESTADO        PIC X(10).
          05 FILLER            PIC X(01) VALUE SPACE.
          05 CTL-CANT-CORRIDA  PIC ZZZ.ZZZ.ZZ9.
          05 FILLER            PIC X(03) VALUE SPACES.
          05 CTL-TOT-CORRIDA   PIC ZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
          05 FILLER            PIC X(03) VALUE SPACES.
          05 CTL-CANT-REG      PIC ZZZ.ZZZ.ZZ9.
          05 FILLER            PIC X(03) VALUE SPACES.
          05 CTL-TOT-IMPORTE   PIC ZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.

       01 LINEA-RETENIDO.
          05 FILLER            PIC X(09) VALUE 'PERIODO '.
          05 RET-PERIODO       PIC 9(06).
          05 FILLER            PIC X(16) VALUE '   MOVIMIENTOS: '.
          05 RET-CANT-HIS      PIC ZZZ.ZZ9.
          05 FILLER            PIC X(19) VALUE '   AUTORIZACIONES: '.
          05 RET-CANT-AUT      PIC ZZZ.ZZ9.
      ******************************************************************

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

           PERFORM 1000-INICIAR-PROGRAMA
              THRU 1000-INICIAR-PROGRAMA-EXIT.

           PERFORM 2000-ARCHIVAR-HISTORIAL
              THRU 2000-ARCHIVAR-HISTORIAL-EXIT.

           PERFORM 2300-ARCHIVAR-AUTORIZACIONES
              THRU 2300-ARCHIVAR-AUTORIZACIONES-FIN.

           PERFORM 2400-ARCHIVAR-CERRADAS
              THRU 2400-ARCHIVAR-CERRADAS-FIN.

           PERFORM 2800-DEPURAR-ANUALES
              THRU 2800-DEPURAR-ANUALES-FIN.

           PERFORM 3000-GRABAR-CONTROL
              THRU 3000-GRABAR-CONTROL-FIN.

           PERFORM 3100-INFORMAR-RETENIDOS
              THRU 3100-INFORMAR-RETENIDOS-FIN.

           PERFORM 3500-CERRAR-ARCHIVOS
              THRU 3500-CERRAR-ARCHIVOS-EXIT.

           PERFORM 4000-TOTALES-ARCHIVO
              THRU 4000-TOTALES-ARCHIVO-EXIT.

           STOP RUN.
      *----------------------------------------------------------------*
      * 1000-INICIAR-PROGRAMA : CARGA PARAMETROS, CONTROL DE LOS        *
      * ARCHIVOS ANUALES Y PERIODOS CON DISPUTAS ABIERTAS, Y ABRE EL    *
      * REPORTE.                                                        *
      *----------------------------------------------------------------*
       1000-INICIAR-PROGRAMA.

           INITIALIZE WS-CONTADORES.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
           MOVE WS-CURRENT-YEAR  TO WS-FPR-ANIO.
           MOVE WS-CURRENT-MONTH TO WS-FPR-MES.
           MOVE WS-CURRENT-DAY   TO WS-FPR-DIA.

           PERFORM 1050-LEER-PARAMETROS
              THRU 1050-LEER-PARAMETROS-FIN.

           PERFORM 1080-CALCULAR-VENTANA
              THRU 1080-CALCULAR-VENTANA-FIN.

           PERFORM 1100-CARGAR-CONTROL
              THRU 1100-CARGAR-CONTROL-FIN.

           PERFORM 1200-CARGAR-BLOQUEOS
              THRU 1200-CARGAR-BLOQUEOS-FIN.

           OPEN OUTPUT REPORTE-ARCHIVO.
           IF NOT FS-REPORTE-OK
              DISPLAY 'ERROR AL ABRIR EL REPORTE DEL ARCHIVO'
              DISPLAY 'FILE STATUS: ' FS-REPORTE
           END-IF.

           MOVE WS-FECHA-PROCESO-ED TO TIT-FECHA.
           MOVE TITULO-ARCHIVO TO LINEA-REPORTE-ARCHIVO.
           PERFORM 2950-GRABAR-REPORTE
              THRU 2950-GRABAR-REPORTE-FIN.
           MOVE WS-PER-DESDE-ACTIVO-NUM  TO TIT-PER-DESDE.
           MOVE WS-ANIO-LIMITE-RETENCION TO TIT-ANIO-LIMITE.
           MOVE TITULO-CRITERIOS TO LINEA-REPORTE-ARCHIVO.
           PERFORM 2950-GRABAR-REPORTE
              THRU 2950-GRABAR-REPORTE-FIN.

       1000-INICIAR-PROGRAMA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 1050-LEER-PARAMETROS : TOMA EL REGISTRO 'H'. SIN ARCHIVO O SIN  *
      * REGISTRO SE USAN LOS VALORES POR DEFECTO.                       *
      *----------------------------------------------------------------*
       1050-LEER-PARAMETROS.

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
                    DISPLAY 'NO SE ENCUENTRA PARAMETROS.SEQ, SE USAN '
                            'VALORES POR DEFECTO'
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR PARAMETROS.SEQ, SE USAN '
                            'VALORES POR DEFECTO'
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

           IF PAR-TIPO-HISTORICO
              IF PAR-MESES-ACTIVOS > 0
                 MOVE PAR-MESES-ACTIVOS TO WS-MESES-ACTIVOS
              END-IF
              IF PAR-ANIOS-RETENCION > 0
                 MOVE PAR-ANIOS-RETENCION TO WS-ANIOS-RETENCION
              END-IF
           END-IF.

           PERFORM 1060-LEER-REG-PARAMETRO
              THRU 1060-LEER-REG-PARAMETRO-FIN.

       1070-PROCESAR-REG-PARAMETRO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * 1080-CALCULAR-VENTANA : PRIMER PERIODO ACTIVO (LOS              *
      * WS-MESES-ACTIVOS MESES HASTA EL DE LA CORRIDA) Y PRIMER ANIO    *
      * QUE TODAVIA SE CONSERVA.                                        *
      *----------------------------------------------------------------*
       1080-CALCULAR-VENTANA.

           IF WS-MESES-ACTIVOS < WS-MESES-ACTIVOS-MIN
              DISPLAY 'VENTANA ACTIVA DE ' WS-MESES-ACTIVOS
                      ' MESES, SE LLEVA A ' WS-MESES-ACTIVOS-MIN
              MOVE WS-MESES-ACTIVOS-MIN TO WS-MESES-ACTIVOS
           END-IF.

           COMPUTE WS-MESES-AUX = WS-CURRENT-YEAR * 12
                                + WS-CURRENT-MONTH - WS-MESES-ACTIVOS.
           DIVIDE WS-MESES-AUX BY 12 GIVING WS-PDA-ANIO
                  REMAINDER WS-PDA-MES.
           ADD 1 TO WS-PDA-MES.

           COMPUTE WS-ANIO-LIMITE-RETENCION =
                   WS-CURRENT-YEAR - WS-ANIOS-RETENCION.

       1080-CALCULAR-VENTANA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * 1100-CARGAR-CONTROL : CARGA ARCHIVOS-CONTROL.SEQ. SIN ARCHIVO   *
      * TODAVIA NO SE ARCHIVO NADA. UN ERROR O UNA TABLA LLENA DETIENE  *
      * LA CORRIDA: AL REGRABARLO SE PERDERIAN LOS TOTALES DE ALGUN     *
      * ANIO.                                                           *
      *----------------------------------------------------------------*
       1100-CARGAR-CONTROL.

           MOVE 0 TO WS-CANT-CONTROL.
           SET WS-CONTROL-EOF-NO TO TRUE.

           OPEN INPUT CONTROL-ARCHIVOS.

           EVALUATE TRUE
               WHEN FS-CONTROL-OK
                    PERFORM 1110-LEER-CONTROL
                       THRU 1110-LEER-CONTROL-FIN
                    PERFORM 1120-CARGAR-REG-CONTROL
                       THRU 1120-CARGAR-REG-CONTROL-FIN
                      UNTIL WS-CONTROL-EOF-YES
                    CLOSE CONTROL-ARCHIVOS
               WHEN FS-CONTROL-NFD
                    CONTINUE
               WHEN OTHER
                    DISPLAY '*** ERROR AL ABRIR ARCHIVOS-CONTROL.SEQ, '
                            'SE DETIENE LA CORRIDA ***'
                    DISPLAY 'FILE STATUS: ' FS-CONTROL
                    STOP RUN
           END-EVALUATE.

       1100-CARGAR-CONTROL-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1110-LEER-CONTROL.

           READ CONTROL-ARCHIVOS
             AT END
                SET WS-CONTROL-EOF-YES        TO TRUE
             NOT AT END
                SET WS-CONTROL-EOF-NO         TO TRUE
           END-READ.

       1110-LEER-CONTROL-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1120-CARGAR-REG-CONTROL.

           IF WS-CANT-CONTROL < 200
              ADD 1 TO WS-CANT-CONTROL
              SET WS-IX-CTL TO WS-CANT-CONTROL
              MOVE ACA-ARCHIVO        TO WS-CTL-ARCHIVO(WS-IX-CTL)
              MOVE ACA-ANIO           TO WS-CTL-ANIO(WS-IX-CTL)
              MOVE ACA-ESTADO         TO WS-CTL-ESTADO(WS-IX-CTL)
              MOVE ACA-CANT-REG       TO WS-CTL-CANT-REG(WS-IX-CTL)
              MOVE ACA-TOT-IMPORTE    TO WS-CTL-TOT-IMPORTE(WS-IX-CTL)
              MOVE ACA-FECHA-ACTUALIZ TO WS-CTL-FECHA(WS-IX-CTL)
              MOVE 0      TO WS-CTL-CANT-CORRIDA(WS-IX-CTL)
              MOVE 0      TO WS-CTL-TOT-CORRIDA(WS-IX-CTL)
              MOVE SPACE  TO WS-CTL-SW-DEPURADO-HOY(WS-IX-CTL)
           ELSE
              DISPLAY '*** TABLA DE CONTROL DE ARCHIVOS LLENA, SE '
                      'DETIENE LA CORRIDA ***'
              STOP RUN
           END-IF.

           PERFORM 1110-LEER-CONTROL
              THRU 1110-LEER-CONTROL-FIN.

       1120-CARGAR-REG-CONTROL-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * 1200-CARGAR-BLOQUEOS : PERIODOS CON CASOS DE DISPUTA PENDIENTES.*
      * SI LOS CASOS NO SE PUEDEN LEER NO SE ARCHIVA NADA: SE PODRIA    *
      * MOVER EL MOVIMIENTO DE UN CASO ABIERTO.                         *
      *----------------------------------------------------------------*
       1200-CARGAR-BLOQUEOS.

           MOVE 0 TO WS-CANT-BLOQUEOS.
           SET WS-CASOS-EOF-NO TO TRUE.

           OPEN INPUT CASOS-DISPUTA.

           EVALUATE TRUE
               WHEN FS-CASOS-OK
                    PERFORM 1210-LEER-CASO
                       THRU 1210-LEER-CASO-FIN
                    PERFORM 1220-CARGAR-CASO
                       THRU 1220-CARGAR-CASO-FIN
                      UNTIL WS-CASOS-EOF-YES
                    CLOSE CASOS-DISPUTA
               WHEN FS-CASOS-NFD
                    CONTINUE
               WHEN OTHER
                    DISPLAY '*** ERROR AL ABRIR DISPUTAS-CASOS.SEQ, NO '
                            'SE ARCHIVA NADA ***'
                    DISPLAY 'FILE STATUS: ' FS-CASOS
                    STOP RUN
           END-EVALUATE.

       1200-CARGAR-BLOQUEOS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1210-LEER-CASO.

           READ CASOS-DISPUTA
             AT END
                SET WS-CASOS-EOF-YES          TO TRUE
             NOT AT END
                SET WS-CASOS-EOF-NO           TO TRUE
           END-READ.

       1210-LEER-CASO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1220-CARGAR-CASO.

           IF CAS-PENDIENTE
              ADD 1 TO WS-CANT-CASOS-PENDIENTES
              IF CAS-PERIODO IS NUMERIC
                 MOVE CAS-PERIODO TO WS-PERIODO-BLOQUEO
                 PERFORM 1230-AGREGAR-BLOQUEO
                    THRU 1230-AGREGAR-BLOQUEO-FIN
              END-IF
              MOVE CAS-FECHA-MOV TO WS-FECHA-AUT-TXT
              IF WS-FAUT-ANIO IS NUMERIC AND WS-FAUT-MES IS NUMERIC
                 COMPUTE WS-PERIODO-BLOQUEO =
                         WS-FAUT-ANIO * 100 + WS-FAUT-MES
                 PERFORM 1230-AGREGAR-BLOQUEO
                    THRU 1230-AGREGAR-BLOQUEO-FIN
              END-IF
           END-IF.

           PERFORM 1210-LEER-CASO
              THRU 1210-LEER-CASO-FIN.

       1220-CARGAR-CASO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1230-AGREGAR-BLOQUEO.

           MOVE WS-PERIODO-BLOQUEO TO WS-PERIODO-REG-NUM.
           PERFORM 2150-BUSCAR-BLOQUEO
              THRU 2150-BUSCAR-BLOQUEO-FIN.

           IF WS-BLOQUEO-NO-HALLADO
              IF WS-CANT-BLOQUEOS < 2000
                 ADD 1 TO WS-CANT-BLOQUEOS
                 MOVE WS-PERIODO-BLOQUEO
                   TO WS-BLQ-PERIODO(WS-CANT-BLOQUEOS)
                 MOVE 0 TO WS-BLQ-CANT-HIS(WS-CANT-BLOQUEOS)
                 MOVE 0 TO WS-BLQ-CANT-AUT(WS-CANT-BLOQUEOS)
              ELSE
                 DISPLAY '*** TABLA DE PERIODOS EN DISPUTA LLENA, NO '
                         'SE ARCHIVA NADA ***'
                 STOP RUN
              END-IF
           END-IF.

       1230-AGREGAR-BLOQUEO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * 2000-ARCHIVAR-HISTORIAL : PRIMERA PASADA SOBRE HISTORIAL.SEQ:   *
      * LO QUE QUEDA VA A HISTORIAL-ACTIVO.SEQ Y LO QUE SALE DE LA      *
      * VENTANA AL ARCHIVO DE SU ANIO. SI LOS TOTALES CUADRAN, SE       *
      * VUELCA LA COPIA ACTIVA SOBRE HISTORIAL.SEQ.                     *
      *----------------------------------------------------------------*
       2000-ARCHIVAR-HISTORIAL.

           INITIALIZE WS-CONTADORES-PASADA.
           MOVE 'HISTORIAL.SEQ' TO WS-PAS-NOMBRE.
           SET WS-HISTORIAL-EOF-NO TO TRUE.

           OPEN INPUT HISTORIAL.

           EVALUATE TRUE
               WHEN FS-HISTORIAL-OK
                    CONTINUE
               WHEN FS-HISTORIAL-NFD
                    DISPLAY 'NO SE ENCUENTRA HISTORIAL.SEQ, NO HAY '
                            'MOVIMIENTOS PARA ARCHIVAR'
                    SET WS-HISTORIAL-EOF-YES TO TRUE
               WHEN OTHER
                    DISPLAY '*** ERROR AL ABRIR HISTORIAL.SEQ, SE '
                            'DETIENE LA CORRIDA ***'
                    DISPLAY 'FILE STATUS: ' FS-HISTORIAL
                    STOP RUN
           END-EVALUATE.

           IF WS-HISTORIAL-EOF-NO
              OPEN OUTPUT HISTORIAL-ACTIVO
              IF NOT FS-HIS-ACTIVO-OK
                 DISPLAY '*** ERROR AL ABRIR HISTORIAL-ACTIVO.SEQ, SE '
                         'DETIENE LA CORRIDA ***'
                 DISPLAY 'FILE STATUS: ' FS-HIS-ACTIVO
                 STOP RUN
              END-IF

              PERFORM 2010-LEER-HISTORIAL
                 THRU 2010-LEER-HISTORIAL-FIN
              PERFORM 2020-CLASIFICAR-MOVIMIENTO
                 THRU 2020-CLASIFICAR-MOVIMIENTO-FIN
                UNTIL WS-HISTORIAL-EOF-YES

              CLOSE HISTORIAL
              CLOSE HISTORIAL-ACTIVO
              PERFORM 2220-CERRAR-ARCHIVO-HIS
                 THRU 2220-CERRAR-ARCHIVO-HIS-FIN

              PERFORM 2900-VERIFICAR-PASADA
                 THRU 2900-VERIFICAR-PASADA-FIN

              PERFORM 2050-DEVOLVER-HISTORIAL
                 THRU 2050-DEVOLVER-HISTORIAL-FIN
           END-IF.

           PERFORM 2960-INFORMAR-PASADA
              THRU 2960-INFORMAR-PASADA-FIN.

       2000-ARCHIVAR-HISTORIAL-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2010-LEER-HISTORIAL.

           READ HISTORIAL
             AT END
                SET WS-HISTORIAL-EOF-YES      TO TRUE
             NOT AT END
                SET WS-HISTORIAL-EOF-NO       TO TRUE
                ADD 1 TO WS-PAS-LEIDOS
           END-READ.

           EVALUATE FS-HISTORIAL
               WHEN '00'
                    CONTINUE
               WHEN '10'
                    CONTINUE
               WHEN OTHER
                    DISPLAY '*** ERROR AL LEER HISTORIAL.SEQ, SE '
                            'DETIENE LA CORRIDA SIN TOCARLO ***'
                    DISPLAY 'FILE STATUS: ' FS-HISTORIAL
                    STOP RUN
           END-EVALUATE.

       2010-LEER-HISTORIAL-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2020-CLASIFICAR-MOVIMIENTO.

           IF HIS-PERIODO IS NUMERIC
              MOVE HIS-PERIODO TO WS-PERIODO-REG
              PERFORM 2100-ELEGIR-DESTINO
                 THRU 2100-ELEGIR-DESTINO-FIN
           ELSE
              SET WS-DESTINO-CONSERVAR TO TRUE
           END-IF.

           EVALUATE TRUE
               WHEN WS-DESTINO-ARCHIVAR
                    MOVE HIS-IMPORTE TO WS-IMPORTE-ARCHIVADO
                    PERFORM 2200-GRABAR-ARCHIVO-HIS
                       THRU 2200-GRABAR-ARCHIVO-HIS-FIN
               WHEN WS-DESTINO-DEPURAR
                    ADD 1 TO WS-PAS-DEPURADOS
               WHEN OTHER
                    IF WS-DESTINO-RETENER
                       ADD 1 TO WS-PAS-RETENIDOS
                       ADD 1 TO WS-BLQ-CANT-HIS(WS-IX-BLQ)
                    END-IF
                    ADD 1 TO WS-PAS-CONSERVADOS
                    WRITE REG-HIS-ACTIVO FROM REG-HISTORIAL
                    IF NOT FS-HIS-ACTIVO-OK
                       DISPLAY '*** ERROR AL GRABAR HISTORIAL-ACTIVO'
                               '.SEQ, SE DETIENE LA CORRIDA ***'
                       DISPLAY 'FILE STATUS: ' FS-HIS-ACTIVO
                       STOP RUN
                    END-IF
           END-EVALUATE.

           PERFORM 2010-LEER-HISTORIAL
              THRU 2010-LEER-HISTORIAL-FIN.

       2020-CLASIFICAR-MOVIMIENTO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * 2050-DEVOLVER-HISTORIAL : VUELCA HISTORIAL-ACTIVO.SEQ SOBRE     *
      * HISTORIAL.SEQ. SI ESTO FALLA, HISTORIAL-ACTIVO.SEQ TIENE TODO   *
      * LO QUE DEBE QUEDAR Y SE COPIA A MANO.                           *
      *----------------------------------------------------------------*
       2050-DEVOLVER-HISTORIAL.

           SET WS-HIS-ACTIVO-EOF-NO TO TRUE.
           OPEN INPUT HISTORIAL-ACTIVO.
           OPEN OUTPUT HISTORIAL.

           IF NOT FS-HIS-ACTIVO-OK OR NOT FS-HISTORIAL-OK
              DISPLAY '*** ERROR AL REGRABAR HISTORIAL.SEQ: COPIAR '
                      'HISTORIAL-ACTIVO.SEQ ***'
              DISPLAY 'FILE STATUS: ' FS-HIS-ACTIVO ' ' FS-HISTORIAL
              STOP RUN
           END-IF.

           PERFORM 2060-LEER-HIS-ACTIVO
              THRU 2060-LEER-HIS-ACTIVO-FIN.
           PERFORM 2070-COPIAR-HIS-ACTIVO
              THRU 2070-COPIAR-HIS-ACTIVO-FIN
             UNTIL WS-HIS-ACTIVO-EOF-YES.

           CLOSE HISTORIAL-ACTIVO.
           CLOSE HISTORIAL.

           IF WS-PAS-DEVUELTOS NOT = WS-PAS-CONSERVADOS
              DISPLAY '*** HISTORIAL.SEQ QUEDO CON ' WS-PAS-DEVUELTOS
                      ' REGISTROS Y DEBIA TENER ' WS-PAS-CONSERVADOS
              DISPLAY '*** COPIAR HISTORIAL-ACTIVO.SEQ ***'
           END-IF.

       2050-DEVOLVER-HISTORIAL-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2060-LEER-HIS-ACTIVO.

           READ HISTORIAL-ACTIVO
             AT END
                SET WS-HIS-ACTIVO-EOF-YES     TO TRUE
             NOT AT END
                SET WS-HIS-ACTIVO-EOF-NO      TO TRUE
           END-READ.

       2060-LEER-HIS-ACTIVO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2070-COPIAR-HIS-ACTIVO.

           WRITE REG-HISTORIAL FROM REG-HIS-ACTIVO.
           IF FS-HISTORIAL-OK
              ADD 1 TO WS-PAS-DEVUELTOS
           ELSE
              DISPLAY '*** ERROR AL REGRABAR HISTORIAL.SEQ: COPIAR '
                      'HISTORIAL-ACTIVO.SEQ ***'
              DISPLAY 'FILE STATUS: ' FS-HISTORIAL
              STOP RUN
           END-IF.

           PERFORM 2060-LEER-HIS-ACTIVO
              THRU 2060-LEER-HIS-ACTIVO-FIN.

       2070-COPIAR-HIS-ACTIVO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * 2100-ELEGIR-DESTINO : SEGUN EL PERIODO WS-PERIODO-REG: DENTRO   *
      * DE LA VENTANA SE CONSERVA; FUERA DE ELLA, UN PERIODO CON        *
      * DISPUTAS ABIERTAS SE RETIENE, UNO DE UN ANIO YA VENCIDO SE      *
      * DEPURA Y EL RESTO SE ARCHIVA.                                   *
      *----------------------------------------------------------------*
       2100-ELEGIR-DESTINO.

           EVALUATE TRUE
               WHEN WS-PERIODO-REG-NUM >= WS-PER-DESDE-ACTIVO-NUM
                    SET WS-DESTINO-CONSERVAR TO TRUE
               WHEN OTHER
                    PERFORM 2150-BUSCAR-BLOQUEO
                       THRU 2150-BUSCAR-BLOQUEO-FIN
                    EVALUATE TRUE
                        WHEN WS-BLOQUEO-HALLADO
                             SET WS-DESTINO-RETENER TO TRUE
                        WHEN WS-PRG-ANIO < WS-ANIO-LIMITE-RETENCION
                             SET WS-DESTINO-DEPURAR TO TRUE
                        WHEN OTHER
                             SET WS-DESTINO-ARCHIVAR TO TRUE
                    END-EVALUATE
           END-EVALUATE.

       2100-ELEGIR-DESTINO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2150-BUSCAR-BLOQUEO.

           SET WS-BLOQUEO-NO-HALLADO TO TRUE.

           IF WS-CANT-BLOQUEOS > 0
              SET WS-IX-BLQ TO 1
              SEARCH WS-BLQ-ITEM
                 WHEN WS-BLQ-PERIODO(WS-IX-BLQ) = WS-PERIODO-REG-NUM
                      SET WS-BLOQUEO-HALLADO TO TRUE
              END-SEARCH
           END-IF.

       2150-BUSCAR-BLOQUEO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * 2200-GRABAR-ARCHIVO-HIS : AGREGA EL MOVIMIENTO AL ARCHIVO DE SU *
      * ANIO Y LO SUMA A LOS TOTALES DE CONTROL DE ESE ANIO.            *
      *----------------------------------------------------------------*
       2200-GRABAR-ARCHIVO-HIS.

           IF WS-PRG-ANIO NOT = WS-ANIO-ABIERTO-HIS
              PERFORM 2220-CERRAR-ARCHIVO-HIS
                 THRU 2220-CERRAR-ARCHIVO-HIS-FIN
              PERFORM 2210-ABRIR-ARCHIVO-HIS
                 THRU 2210-ABRIR-ARCHIVO-HIS-FIN
           END-IF.

           WRITE REG-HIS-ARCHIVO FROM REG-HISTORIAL.
           IF NOT FS-ARCH-HIS-OK
              DISPLAY '*** ERROR AL GRABAR ' WS-NOMBRE-ARCH-HIS
                      ', SE DETIENE LA CORRIDA ***'
              DISPLAY 'FILE STATUS: ' FS-ARCH-HIS
              STOP RUN
           END-IF.

           ADD 1 TO WS-PAS-ARCHIVADOS.
           MOVE 'H'         TO WS-CTL-ARCHIVO-BUSCADO.
           MOVE WS-PRG-ANIO TO WS-CTL-ANIO-BUSCADO.
           PERFORM 2700-ACUMULAR-CONTROL
              THRU 2700-ACUMULAR-CONTROL-FIN.

       2200-GRABAR-ARCHIVO-HIS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2210-ABRIR-ARCHIVO-HIS.

           MOVE WS-PRG-ANIO TO WS-NAH-ANIO.
           OPEN EXTEND HISTORIAL-ARCHIVO.
           IF FS-ARCH-HIS-NFD
              OPEN OUTPUT HISTORIAL-ARCHIVO
           END-IF.
           IF NOT FS-ARCH-HIS-OK
              DISPLAY '*** ERROR AL ABRIR ' WS-NOMBRE-ARCH-HIS
                      ', SE DETIENE LA CORRIDA ***'
              DISPLAY 'FILE STATUS: ' FS-ARCH-HIS
              STOP RUN
           END-IF.

           MOVE WS-PRG-ANIO TO WS-ANIO-ABIERTO-HIS.

       2210-ABRIR-ARCHIVO-HIS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2220-CERRAR-ARCHIVO-HIS.

           IF WS-ANIO-ABIERTO-HIS NOT = 0
              CLOSE HISTORIAL-ARCHIVO
              MOVE 0 TO WS-ANIO-ABIERTO-HIS
           END-IF.

       2220-CERRAR-ARCHIVO-HIS-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * 2300-ARCHIVAR-AUTORIZACIONES : MISMA PASADA SOBRE EL JOURNAL.   *
      * LAS PENDIENTES ('P') SIEMPRE QUEDAN: CONCIAUT TODAVIA LAS       *
      * ESPERA EN UN FEED.                                              *
      *----------------------------------------------------------------*
       2300-ARCHIVAR-AUTORIZACIONES.

           INITIALIZE WS-CONTADORES-PASADA.
           MOVE 'AUTORIZACIONES.SEQ' TO WS-PAS-NOMBRE.
           SET WS-AUTORIZACIONES-EOF-NO TO TRUE.

           OPEN INPUT AUTORIZACIONES.

           EVALUATE TRUE
               WHEN FS-AUTORIZACIONES-OK
                    CONTINUE
               WHEN FS-AUTORIZACIONES-NFD
                    SET WS-AUTORIZACIONES-EOF-YES TO TRUE
               WHEN OTHER
                    DISPLAY '*** ERROR AL ABRIR AUTORIZACIONES.SEQ, SE '
                            'DETIENE LA CORRIDA ***'
                    DISPLAY 'FILE STATUS: ' FS-AUTORIZACIONES
                    STOP RUN
           END-EVALUATE.

           IF WS-AUTORIZACIONES-EOF-NO
              PERFORM 2500-ABRIR-AUT-ACTIVAS
                 THRU 2500-ABRIR-AUT-ACTIVAS-FIN

              PERFORM 2310-LEER-AUTORIZACION
                 THRU 2310-LEER-AUTORIZACION-FIN
              PERFORM 2320-CLASIFICAR-JOURNAL
                 THRU 2320-CLASIFICAR-JOURNAL-FIN
                UNTIL WS-AUTORIZACIONES-EOF-YES

              CLOSE AUTORIZACIONES
              CLOSE AUTORIZ-ACTIVAS
              PERFORM 2620-CERRAR-ARCHIVO-AUT
                 THRU 2620-CERRAR-ARCHIVO-AUT-FIN

              PERFORM 2900-VERIFICAR-PASADA
                 THRU 2900-VERIFICAR-PASADA-FIN

              PERFORM 2330-DEVOLVER-JOURNAL
                 THRU 2330-DEVOLVER-JOURNAL-FIN
           END-IF.

           PERFORM 2960-INFORMAR-PASADA
              THRU 2960-INFORMAR-PASADA-FIN.

       2300-ARCHIVAR-AUTORIZACIONES-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2310-LEER-AUTORIZACION.

           READ AUTORIZACIONES
             AT END
                SET WS-AUTORIZACIONES-EOF-YES TO TRUE
             NOT AT END
                SET WS-AUTORIZACIONES-EOF-NO  TO TRUE
                ADD 1 TO WS-PAS-LEIDOS
           END-READ.

           EVALUATE FS-AUTORIZACIONES
               WHEN '00'
                    CONTINUE
               WHEN '10'
                    CONTINUE
               WHEN OTHER
                    DISPLAY '*** ERROR AL LEER AUTORIZACIONES.SEQ, SE '
                            'DETIENE LA CORRIDA SIN TOCARLO ***'
                    DISPLAY 'FILE STATUS: ' FS-AUTORIZACIONES
                    STOP RUN
           END-EVALUATE.

       2310-LEER-AUTORIZACION-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2320-CLASIFICAR-JOURNAL.

           PERFORM 2550-CLASIFICAR-AUTORIZACION
              THRU 2550-CLASIFICAR-AUTORIZACION-FIN.

           PERFORM 2310-LEER-AUTORIZACION
              THRU 2310-LEER-AUTORIZACION-FIN.

       2320-CLASIFICAR-JOURNAL-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2330-DEVOLVER-JOURNAL.

           SET WS-AUT-ACTIVAS-EOF-NO TO TRUE.
           OPEN INPUT AUTORIZ-ACTIVAS.
           OPEN OUTPUT AUTORIZACIONES.

           IF NOT FS-AUT-ACTIVAS-OK OR NOT FS-AUTORIZACIONES-OK
              DISPLAY '*** ERROR AL REGRABAR AUTORIZACIONES.SEQ: '
                      'COPIAR AUTORIZACIONES-ACTIVAS.SEQ ***'
              DISPLAY 'FILE STATUS: ' FS-AUT-ACTIVAS ' '
                      FS-AUTORIZACIONES
              STOP RUN
           END-IF.

           PERFORM 2510-LEER-AUT-ACTIVA
              THRU 2510-LEER-AUT-ACTIVA-FIN.
           PERFORM 2340-COPIAR-JOURNAL
              THRU 2340-COPIAR-JOURNAL-FIN
             UNTIL WS-AUT-ACTIVAS-EOF-YES.

           CLOSE AUTORIZ-ACTIVAS.
           CLOSE AUTORIZACIONES.

           IF WS-PAS-DEVUELTOS NOT = WS-PAS-CONSERVADOS
              DISPLAY '*** AUTORIZACIONES.SEQ QUEDO CON '
                      WS-PAS-DEVUELTOS ' REGISTROS Y DEBIA TENER '
                      WS-PAS-CONSERVADOS
              DISPLAY '*** COPIAR AUTORIZACIONES-ACTIVAS.SEQ ***'
           END-IF.

       2330-DEVOLVER-JOURNAL-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2340-COPIAR-JOURNAL.

           WRITE REG-AUTORIZACION FROM REG-AUT-ACTIVA.
           IF FS-AUTORIZACIONES-OK
              ADD 1 TO WS-PAS-DEVUELTOS
           ELSE
              DISPLAY '*** ERROR AL REGRABAR AUTORIZACIONES.SEQ: '
                      'COPIAR AUTORIZACIONES-ACTIVAS.SEQ ***'
              DISPLAY 'FILE STATUS: ' FS-AUTORIZACIONES
              STOP RUN
           END-IF.

           PERFORM 2510-LEER-AUT-ACTIVA
              THRU 2510-LEER-AUT-ACTIVA-FIN.

       2340-COPIAR-JOURNAL-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * 2400-ARCHIVAR-CERRADAS : PASADA SOBRE LAS AUTORIZACIONES QUE    *
      * CONCIAUT SACO DEL JOURNAL. QUEDAN HASTA QUE SU MES SALE DE LA   *
      * VENTANA ACTIVA.                                                 *
      *----------------------------------------------------------------*
       2400-ARCHIVAR-CERRADAS.

           INITIALIZE WS-CONTADORES-PASADA.
           MOVE 'AUTORIZACIONES-CERRADAS.SEQ' TO WS-PAS-NOMBRE.
           SET WS-CERRADAS-EOF-NO TO TRUE.

           OPEN INPUT AUTORIZ-CERRADAS.

           EVALUATE TRUE
               WHEN FS-CERRADAS-OK
                    CONTINUE
               WHEN FS-CERRADAS-NFD
                    SET WS-CERRADAS-EOF-YES TO TRUE
               WHEN OTHER
                    DISPLAY '*** ERROR AL ABRIR AUTORIZACIONES-CERRADAS'
                            '.SEQ, SE DETIENE LA CORRIDA ***'
                    DISPLAY 'FILE STATUS: ' FS-CERRADAS
                    STOP RUN
           END-EVALUATE.

           IF WS-CERRADAS-EOF-NO
              PERFORM 2500-ABRIR-AUT-ACTIVAS
                 THRU 2500-ABRIR-AUT-ACTIVAS-FIN

              PERFORM 2410-LEER-CERRADA
                 THRU 2410-LEER-CERRADA-FIN
              PERFORM 2420-CLASIFICAR-CERRADA
                 THRU 2420-CLASIFICAR-CERRADA-FIN
                UNTIL WS-CERRADAS-EOF-YES

              CLOSE AUTORIZ-CERRADAS
              CLOSE AUTORIZ-ACTIVAS
              PERFORM 2620-CERRAR-ARCHIVO-AUT
                 THRU 2620-CERRAR-ARCHIVO-AUT-FIN

              PERFORM 2900-VERIFICAR-PASADA
                 THRU 2900-VERIFICAR-PASADA-FIN

              PERFORM 2430-DEVOLVER-CERRADAS
                 THRU 2430-DEVOLVER-CERRADAS-FIN
           END-IF.

           PERFORM 2960-INFORMAR-PASADA
              THRU 2960-INFORMAR-PASADA-FIN.

       2400-ARCHIVAR-CERRADAS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2410-LEER-CERRADA.

           READ AUTORIZ-CERRADAS
             AT END
                SET WS-CERRADAS-EOF-YES       TO TRUE
             NOT AT END
                SET WS-CERRADAS-EOF-NO        TO TRUE
                ADD 1 TO WS-PAS-LEIDOS
           END-READ.

           EVALUATE FS-CERRADAS
               WHEN '00'
                    CONTINUE
               WHEN '10'
                    CONTINUE
               WHEN OTHER
                    DISPLAY '*** ERROR AL LEER AUTORIZACIONES-CERRADAS'
                            '.SEQ, SE DETIENE LA CORRIDA ***'
                    DISPLAY 'FILE STATUS: ' FS-CERRADAS
                    STOP RUN
           END-EVALUATE.

       2410-LEER-CERRADA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2420-CLASIFICAR-CERRADA.

           MOVE REG-AUT-CERRADA TO REG-AUTORIZACION.
           PERFORM 2550-CLASIFICAR-AUTORIZACION
              THRU 2550-CLASIFICAR-AUTORIZACION-FIN.

           PERFORM 2410-LEER-CERRADA
              THRU 2410-LEER-CERRADA-FIN.

       2420-CLASIFICAR-CERRADA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2430-DEVOLVER-CERRADAS.

           SET WS-AUT-ACTIVAS-EOF-NO TO TRUE.
           OPEN INPUT AUTORIZ-ACTIVAS.
           OPEN OUTPUT AUTORIZ-CERRADAS.

           IF NOT FS-AUT-ACTIVAS-OK OR NOT FS-CERRADAS-OK
              DISPLAY '*** ERROR AL REGRABAR AUTORIZACIONES-CERRADAS'
                      '.SEQ: COPIAR AUTORIZACIONES-ACTIVAS.SEQ ***'
              DISPLAY 'FILE STATUS: ' FS-AUT-ACTIVAS ' ' FS-CERRADAS
              STOP RUN
           END-IF.

           PERFORM 2510-LEER-AUT-ACTIVA
              THRU 2510-LEER-AUT-ACTIVA-FIN.
           PERFORM 2440-COPIAR-CERRADA
              THRU 2440-COPIAR-CERRADA-FIN
             UNTIL WS-AUT-ACTIVAS-EOF-YES.

           CLOSE AUTORIZ-ACTIVAS.
           CLOSE AUTORIZ-CERRADAS.

           IF WS-PAS-DEVUELTOS NOT = WS-PAS-CONSERVADOS
              DISPLAY '*** AUTORIZACIONES-CERRADAS.SEQ QUEDO CON '
                      WS-PAS-DEVUELTOS ' REGISTROS Y DEBIA TENER '
                      WS-PAS-CONSERVADOS
              DISPLAY '*** COPIAR AUTORIZACIONES-ACTIVAS.SEQ ***'
           END-IF.

       2430-DEVOLVER-CERRADAS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2440-COPIAR-CERRADA.

           WRITE REG-AUT-CERRADA FROM REG-AUT-ACTIVA.
           IF FS-CERRADAS-OK
              ADD 1 TO WS-PAS-DEVUELTOS
           ELSE
              DISPLAY '*** ERROR AL REGRABAR AUTORIZACIONES-CERRADAS'
                      '.SEQ: COPIAR AUTORIZACIONES-ACTIVAS.SEQ ***'
              DISPLAY 'FILE STATUS: ' FS-CERRADAS
              STOP RUN
           END-IF.

           PERFORM 2510-LEER-AUT-ACTIVA
              THRU 2510-LEER-AUT-ACTIVA-FIN.

       2440-COPIAR-CERRADA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2500-ABRIR-AUT-ACTIVAS.

           OPEN OUTPUT AUTORIZ-ACTIVAS.
           IF NOT FS-AUT-ACTIVAS-OK
              DISPLAY '*** ERROR AL ABRIR AUTORIZACIONES-ACTIVAS.SEQ, '
                      'SE DETIENE LA CORRIDA ***'
              DISPLAY 'FILE STATUS: ' FS-AUT-ACTIVAS
              STOP RUN
           END-IF.

       2500-ABRIR-AUT-ACTIVAS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2510-LEER-AUT-ACTIVA.

           READ AUTORIZ-ACTIVAS
             AT END
                SET WS-AUT-ACTIVAS-EOF-YES    TO TRUE
             NOT AT END
                SET WS-AUT-ACTIVAS-EOF-NO     TO TRUE
           END-READ.

       2510-LEER-AUT-ACTIVA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * 2550-CLASIFICAR-AUTORIZACION : DECIDE EL DESTINO DE LA          *
      * AUTORIZACION QUE ESTA EN REG-AUTORIZACION POR EL MES DE         *
      * AUT-FECHA. UNA PENDIENTE (O UNA LINEA VIEJA SIN ESTADO CON      *
      * RESPUESTA APROBADA, QUE CONCIAUT TOMA COMO PENDIENTE) SE        *
      * CONSERVA SIEMPRE.                                               *
      *----------------------------------------------------------------*
       2550-CLASIFICAR-AUTORIZACION.

           MOVE AUT-FECHA TO WS-FECHA-AUT-TXT.

           EVALUATE TRUE
               WHEN AUT-PENDIENTE
                    SET WS-DESTINO-CONSERVAR TO TRUE
               WHEN AUT-ESTADO = SPACE AND AUT-APROBADA
                    SET WS-DESTINO-CONSERVAR TO TRUE
               WHEN WS-FAUT-ANIO IS NOT NUMERIC
                 OR WS-FAUT-MES IS NOT NUMERIC
                    SET WS-DESTINO-CONSERVAR TO TRUE
               WHEN OTHER
                    MOVE WS-FAUT-ANIO TO WS-PRG-ANIO
                    MOVE WS-FAUT-MES  TO WS-PRG-MES
                    PERFORM 2100-ELEGIR-DESTINO
                       THRU 2100-ELEGIR-DESTINO-FIN
           END-EVALUATE.

           EVALUATE TRUE
               WHEN WS-DESTINO-ARCHIVAR
                    MOVE AUT-IMPORTE TO WS-IMPORTE-ARCHIVADO
                    PERFORM 2600-GRABAR-ARCHIVO-AUT
                       THRU 2600-GRABAR-ARCHIVO-AUT-FIN
               WHEN WS-DESTINO-DEPURAR
                    ADD 1 TO WS-PAS-DEPURADOS
               WHEN OTHER
                    IF WS-DESTINO-RETENER
                       ADD 1 TO WS-PAS-RETENIDOS
                       ADD 1 TO WS-BLQ-CANT-AUT(WS-IX-BLQ)
                    END-IF
                    ADD 1 TO WS-PAS-CONSERVADOS
                    WRITE REG-AUT-ACTIVA FROM REG-AUTORIZACION
                    IF NOT FS-AUT-ACTIVAS-OK
                       DISPLAY '*** ERROR AL GRABAR AUTORIZACIONES-'
                               'ACTIVAS.SEQ, SE DETIENE LA CORRIDA ***'
                       DISPLAY 'FILE STATUS: ' FS-AUT-ACTIVAS
                       STOP RUN
                    END-IF
           END-EVALUATE.

       2550-CLASIFICAR-AUTORIZACION-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2600-GRABAR-ARCHIVO-AUT.

           IF WS-PRG-ANIO NOT = WS-ANIO-ABIERTO-AUT
              PERFORM 2620-CERRAR-ARCHIVO-AUT
                 THRU 2620-CERRAR-ARCHIVO-AUT-FIN
              PERFORM 2610-ABRIR-ARCHIVO-AUT
                 THRU 2610-ABRIR-ARCHIVO-AUT-FIN
           END-IF.

           WRITE REG-AUT-ARCHIVO FROM REG-AUTORIZACION.
           IF NOT FS-ARCH-AUT-OK
              DISPLAY '*** ERROR AL GRABAR ' WS-NOMBRE-ARCH-AUT
                      ', SE DETIENE LA CORRIDA ***'
              DISPLAY 'FILE STATUS: ' FS-ARCH-AUT
              STOP RUN
           END-IF.

           ADD 1 TO WS-PAS-ARCHIVADOS.
           MOVE 'A'         TO WS-CTL-ARCHIVO-BUSCADO.
           MOVE WS-PRG-ANIO TO WS-CTL-ANIO-BUSCADO.
           PERFORM 2700-ACUMULAR-CONTROL
              THRU 2700-ACUMULAR-CONTROL-FIN.

       2600-GRABAR-ARCHIVO-AUT-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2610-ABRIR-ARCHIVO-AUT.

           MOVE WS-PRG-ANIO TO WS-NAA-ANIO.
           OPEN EXTEND AUTORIZ-ARCHIVO.
           IF FS-ARCH-AUT-NFD
              OPEN OUTPUT AUTORIZ-ARCHIVO
           END-IF.
           IF NOT FS-ARCH-AUT-OK
              DISPLAY '*** ERROR AL ABRIR ' WS-NOMBRE-ARCH-AUT
                      ', SE DETIENE LA CORRIDA ***'
              DISPLAY 'FILE STATUS: ' FS-ARCH-AUT
              STOP RUN
           END-IF.

           MOVE WS-PRG-ANIO TO WS-ANIO-ABIERTO-AUT.

       2610-ABRIR-ARCHIVO-AUT-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2620-CERRAR-ARCHIVO-AUT.

           IF WS-ANIO-ABIERTO-AUT NOT = 0
              CLOSE AUTORIZ-ARCHIVO
              MOVE 0 TO WS-ANIO-ABIERTO-AUT
           END-IF.

       2620-CERRAR-ARCHIVO-AUT-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * 2700-ACUMULAR-CONTROL : SUMA EL REGISTRO ARCHIVADO (UNO, DE     *
      * IMPORTE WS-IMPORTE-ARCHIVADO) AL CONTROL DEL ARCHIVO Y ANIO     *
      * BUSCADOS, DANDO DE ALTA LA ENTRADA SI ES EL PRIMERO. UN ANIO    *
      * QUE FIGURABA DEPURADO VUELVE A EMPEZAR DE CERO (SU ARCHIVO      *
      * QUEDO VACIO AL DEPURARLO).                                      *
      *----------------------------------------------------------------*
       2700-ACUMULAR-CONTROL.

           SET WS-CONTROL-NO-HALLADO TO TRUE.

           IF WS-CANT-CONTROL > 0
              SET WS-IX-CTL TO 1
              SEARCH WS-CTL-ITEM
                 WHEN WS-CTL-ARCHIVO(WS-IX-CTL) = WS-CTL-ARCHIVO-BUSCADO
                  AND WS-CTL-ANIO(WS-IX-CTL) = WS-CTL-ANIO-BUSCADO
                      SET WS-CONTROL-HALLADO TO TRUE
              END-SEARCH
           END-IF.

           IF WS-CONTROL-NO-HALLADO
              IF WS-CANT-CONTROL < 200
                 ADD 1 TO WS-CANT-CONTROL
                 SET WS-IX-CTL TO WS-CANT-CONTROL
                 MOVE WS-CTL-ARCHIVO-BUSCADO
                   TO WS-CTL-ARCHIVO(WS-IX-CTL)
                 MOVE WS-CTL-ANIO-BUSCADO TO WS-CTL-ANIO(WS-IX-CTL)
                 SET WS-CTL-VIGENTE(WS-IX-CTL) TO TRUE
                 MOVE 0     TO WS-CTL-CANT-REG(WS-IX-CTL)
                 MOVE 0     TO WS-CTL-TOT-IMPORTE(WS-IX-CTL)
                 MOVE 0     TO WS-CTL-CANT-CORRIDA(WS-IX-CTL)
                 MOVE 0     TO WS-CTL-TOT-CORRIDA(WS-IX-CTL)
                 MOVE SPACE TO WS-CTL-SW-DEPURADO-HOY(WS-IX-CTL)
              ELSE
                 DISPLAY '*** TABLA DE CONTROL DE ARCHIVOS LLENA, SE '
                         'DETIENE LA CORRIDA ***'
                 DISPLAY '*** LOS ARCHIVOS ANUALES DE ESTA CORRIDA NO '
                         'TIENEN CONTROL ***'
                 STOP RUN
              END-IF
           END-IF.

           IF WS-CTL-DEPURADO(WS-IX-CTL)
              SET WS-CTL-VIGENTE(WS-IX-CTL) TO TRUE
              MOVE 0 TO WS-CTL-CANT-REG(WS-IX-CTL)
              MOVE 0 TO WS-CTL-TOT-IMPORTE(WS-IX-CTL)
           END-IF.

           ADD 1 TO WS-CTL-CANT-REG(WS-IX-CTL)
                    WS-CTL-CANT-CORRIDA(WS-IX-CTL).
           ADD WS-IMPORTE-ARCHIVADO TO WS-CTL-TOT-IMPORTE(WS-IX-CTL)
                                       WS-CTL-TOT-CORRIDA(WS-IX-CTL).
           MOVE WS-FECHA-PROCESO-ED TO WS-CTL-FECHA(WS-IX-CTL).

       2700-ACUMULAR-CONTROL-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * 2800-DEPURAR-ANUALES : LOS ARCHIVOS ANUALES DE ANIOS YA FUERA   *
      * DE LA CONSERVACION LEGAL SE VACIAN Y QUEDAN 'D' EN EL CONTROL,  *
      * CON LOS TOTALES QUE TENIAN AL DEPURARLOS.                       *
      *----------------------------------------------------------------*
       2800-DEPURAR-ANUALES.

           IF WS-CANT-CONTROL > 0
              PERFORM 2810-DEPURAR-UN-ANUAL
                 THRU 2810-DEPURAR-UN-ANUAL-FIN
                 VARYING WS-IX-CTL FROM 1 BY 1
                   UNTIL WS-IX-CTL > WS-CANT-CONTROL
           END-IF.

       2800-DEPURAR-ANUALES-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2810-DEPURAR-UN-ANUAL.

           IF WS-CTL-VIGENTE(WS-IX-CTL)
              AND WS-CTL-ANIO(WS-IX-CTL) < WS-ANIO-LIMITE-RETENCION
              IF WS-CTL-ARCHIVO(WS-IX-CTL) = 'H'
                 MOVE WS-CTL-ANIO(WS-IX-CTL) TO WS-NAH-ANIO
                 OPEN OUTPUT HISTORIAL-ARCHIVO
                 IF FS-ARCH-HIS-OK
                    CLOSE HISTORIAL-ARCHIVO
                 ELSE
                    DISPLAY 'ERROR AL DEPURAR ' WS-NOMBRE-ARCH-HIS
                    DISPLAY 'FILE STATUS: ' FS-ARCH-HIS
                 END-IF
              ELSE
                 MOVE WS-CTL-ANIO(WS-IX-CTL) TO WS-NAA-ANIO
                 OPEN OUTPUT AUTORIZ-ARCHIVO
                 IF FS-ARCH-AUT-OK
                    CLOSE AUTORIZ-ARCHIVO
                 ELSE
                    DISPLAY 'ERROR AL DEPURAR ' WS-NOMBRE-ARCH-AUT
                    DISPLAY 'FILE STATUS: ' FS-ARCH-AUT
                 END-IF
              END-IF
              SET WS-CTL-DEPURADO(WS-IX-CTL) TO TRUE
              SET WS-CTL-DEPURADO-HOY(WS-IX-CTL) TO TRUE
              MOVE WS-FECHA-PROCESO-ED TO WS-CTL-FECHA(WS-IX-CTL)
              ADD 1 TO WS-CANT-ANUALES-DEPURADOS
           END-IF.

       2810-DEPURAR-UN-ANUAL-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * 2900-VERIFICAR-PASADA : CUADRE DE LA PASADA ANTES DE TOCAR EL   *
      * ARCHIVO DE TRABAJO. SI NO CUADRA SE DETIENE LA CORRIDA: EL      *
      * ARCHIVO DE TRABAJO QUEDA COMO ESTABA Y LOS ANUALES DE ESTA      *
      * CORRIDA NO ENTRAN AL CONTROL.                                   *
      *----------------------------------------------------------------*
       2900-VERIFICAR-PASADA.

           COMPUTE WS-PAS-CONTROL = WS-PAS-CONSERVADOS
                                  + WS-PAS-ARCHIVADOS
                                  + WS-PAS-DEPURADOS.

           IF WS-PAS-CONTROL NOT = WS-PAS-LEIDOS
              DISPLAY '*** DESCUADRE EN ' WS-PAS-NOMBRE
              DISPLAY '*** LEIDOS: ' WS-PAS-LEIDOS
                      ' CONSERVADOS+ARCHIVADOS+DEPURADOS: '
                      WS-PAS-CONTROL
              DISPLAY '*** SE DETIENE LA CORRIDA SIN REGRABARLO ***'
              STOP RUN
           END-IF.

       2900-VERIFICAR-PASADA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2950-GRABAR-REPORTE.

           IF FS-REPORTE-OK
              WRITE REG-REPORTE-ARCHIVO
              IF NOT FS-REPORTE-OK
                 DISPLAY 'ERROR AL GRABAR EL REPORTE DEL ARCHIVO'
                 DISPLAY 'FILE STATUS: ' FS-REPORTE
              END-IF
           END-IF.

       2950-GRABAR-REPORTE-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * 2960-INFORMAR-PASADA : TOTALES DE LA PASADA EN CURSO, AL        *
      * REPORTE Y A LA CONSOLA.                                         *
      *----------------------------------------------------------------*
       2960-INFORMAR-PASADA.

           MOVE LINEA-SEPARADOR TO LINEA-REPORTE-ARCHIVO.
           PERFORM 2950-GRABAR-REPORTE
              THRU 2950-GRABAR-REPORTE-FIN.
           MOVE WS-PAS-NOMBRE TO TSE-TEXTO.
           MOVE LINEA-TITULO-SECCION TO LINEA-REPORTE-ARCHIVO.
           PERFORM 2950-GRABAR-REPORTE
              THRU 2950-GRABAR-REPORTE-FIN.

           MOVE 'REGISTROS LEIDOS' TO PAS-ETIQUETA.
           MOVE WS-PAS-LEIDOS TO PAS-CANT.
           MOVE LINEA-PASADA TO LINEA-REPORTE-ARCHIVO.
           PERFORM 2950-GRABAR-REPORTE
              THRU 2950-GRABAR-REPORTE-FIN.

           MOVE 'ARCHIVADOS EN EL ANUAL' TO PAS-ETIQUETA.
           MOVE WS-PAS-ARCHIVADOS TO PAS-CANT.
           MOVE LINEA-PASADA TO LINEA-REPORTE-ARCHIVO.
           PERFORM 2950-GRABAR-REPORTE
              THRU 2950-GRABAR-REPORTE-FIN.

           MOVE 'DEPURADOS (FUERA DE CONSERVACION)' TO PAS-ETIQUETA.
           MOVE WS-PAS-DEPURADOS TO PAS-CANT.
           MOVE LINEA-PASADA TO LINEA-REPORTE-ARCHIVO.
           PERFORM 2950-GRABAR-REPORTE
              THRU 2950-GRABAR-REPORTE-FIN.

           MOVE 'CONSERVADOS EN EL ARCHIVO DE TRABAJO' TO PAS-ETIQUETA.
           MOVE WS-PAS-CONSERVADOS TO PAS-CANT.
           MOVE LINEA-PASADA TO LINEA-REPORTE-ARCHIVO.
           PERFORM 2950-GRABAR-REPORTE
              THRU 2950-GRABAR-REPORTE-FIN.

           MOVE '  DE ELLOS RETENIDOS POR DISPUTAS' TO PAS-ETIQUETA.
           MOVE WS-PAS-RETENIDOS TO PAS-CANT.
           MOVE LINEA-PASADA TO LINEA-REPORTE-ARCHIVO.
           PERFORM 2950-GRABAR-REPORTE
              THRU 2950-GRABAR-REPORTE-FIN.

           DISPLAY '--------------------------------------'.
           DISPLAY WS-PAS-NOMBRE.
           DISPLAY 'LEIDOS                     : ' WS-PAS-LEIDOS.
           DISPLAY 'ARCHIVADOS                 : ' WS-PAS-ARCHIVADOS.
           DISPLAY 'DEPURADOS                  : ' WS-PAS-DEPURADOS.
           DISPLAY 'CONSERVADOS                : ' WS-PAS-CONSERVADOS.
           DISPLAY 'RETENIDOS POR DISPUTAS     : ' WS-PAS-RETENIDOS.

       2960-INFORMAR-PASADA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * 3000-GRABAR-CONTROL : REGRABA ARCHIVOS-CONTROL.SEQ CON LOS      *
      * TOTALES ACTUALIZADOS Y LOS LISTA EN EL REPORTE.                 *
      *----------------------------------------------------------------*
       3000-GRABAR-CONTROL.

           MOVE LINEA-SEPARADOR TO LINEA-REPORTE-ARCHIVO.
           PERFORM 2950-GRABAR-REPORTE
              THRU 2950-GRABAR-REPORTE-FIN.
           MOVE 'TOTALES DE CONTROL DE LOS ARCHIVOS ANUALES'
             TO TSE-TEXTO.
           MOVE LINEA-TITULO-SECCION TO LINEA-REPORTE-ARCHIVO.
           PERFORM 2950-GRABAR-REPORTE
              THRU 2950-GRABAR-REPORTE-FIN.
           MOVE LINEA-ENCABEZADO-CTL TO LINEA-REPORTE-ARCHIVO.
           PERFORM 2950-GRABAR-REPORTE
              THRU 2950-GRABAR-REPORTE-FIN.

           OPEN OUTPUT CONTROL-ARCHIVOS.
           IF NOT FS-CONTROL-OK
              DISPLAY '*** ERROR AL REGRABAR ARCHIVOS-CONTROL.SEQ ***'
              DISPLAY 'FILE STATUS: ' FS-CONTROL
           END-IF.

           IF WS-CANT-CONTROL > 0
              PERFORM 3010-GRABAR-UN-CONTROL
                 THRU 3010-GRABAR-UN-CONTROL-FIN
                 VARYING WS-IX-CTL FROM 1 BY 1
                   UNTIL WS-IX-CTL > WS-CANT-CONTROL
           END-IF.

           IF FS-CONTROL-OK
              CLOSE CONTROL-ARCHIVOS
           END-IF.

       3000-GRABAR-CONTROL-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3010-GRABAR-UN-CONTROL.

           MOVE WS-CTL-ARCHIVO(WS-IX-CTL)     TO ACA-ARCHIVO.
           MOVE WS-CTL-ANIO(WS-IX-CTL)        TO ACA-ANIO.
           MOVE WS-CTL-ESTADO(WS-IX-CTL)      TO ACA-ESTADO.
           MOVE WS-CTL-CANT-REG(WS-IX-CTL)    TO ACA-CANT-REG.
           MOVE WS-CTL-TOT-IMPORTE(WS-IX-CTL) TO ACA-TOT-IMPORTE.
           MOVE WS-CTL-FECHA(WS-IX-CTL)       TO ACA-FECHA-ACTUALIZ.

           IF FS-CONTROL-OK
              WRITE REG-CONTROL-ARCHIVO
              IF NOT FS-CONTROL-OK
                 DISPLAY '*** ERROR AL GRABAR ARCHIVOS-CONTROL.SEQ ***'
                 DISPLAY 'FILE STATUS: ' FS-CONTROL
              END-IF
           END-IF.

           IF ACA-ES-HISTORIAL
              MOVE 'HISTORIAL'      TO CTL-ARCHIVO
           ELSE
              MOVE 'AUTORIZACIONES' TO CTL-ARCHIVO
           END-IF.
           MOVE ACA-ANIO TO CTL-ANIO.
           EVALUATE TRUE
               WHEN WS-CTL-DEPURADO-HOY(WS-IX-CTL)
                    MOVE 'DEPURA HOY' TO CTL-ESTADO
               WHEN ACA-DEPURADO
                    MOVE 'DEPURADO'   TO CTL-ESTADO
               WHEN OTHER
                    MOVE 'VIGENTE'    TO CTL-ESTADO
           END-EVALUATE.
           MOVE WS-CTL-CANT-CORRIDA(WS-IX-CTL) TO CTL-CANT-CORRIDA.
           MOVE WS-CTL-TOT-CORRIDA(WS-IX-CTL)  TO CTL-TOT-CORRIDA.
           MOVE ACA-CANT-REG                   TO CTL-CANT-REG.
           MOVE ACA-TOT-IMPORTE                TO CTL-TOT-IMPORTE.
           MOVE LINEA-CONTROL TO LINEA-REPORTE-ARCHIVO.
           PERFORM 2950-GRABAR-REPORTE
              THRU 2950-GRABAR-REPORTE-FIN.

       3010-GRABAR-UN-CONTROL-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * 3100-INFORMAR-RETENIDOS : PERIODOS QUE YA DEBIAN ARCHIVARSE Y   *
      * SE RETUVIERON POR TENER DISPUTAS ABIERTAS.                      *
      *----------------------------------------------------------------*
       3100-INFORMAR-RETENIDOS.

           MOVE LINEA-SEPARADOR TO LINEA-REPORTE-ARCHIVO.
           PERFORM 2950-GRABAR-REPORTE
              THRU 2950-GRABAR-REPORTE-FIN.
           MOVE 'PERIODOS RETENIDOS POR DISPUTAS ABIERTAS' TO TSE-TEXTO.
           MOVE LINEA-TITULO-SECCION TO LINEA-REPORTE-ARCHIVO.
           PERFORM 2950-GRABAR-REPORTE
              THRU 2950-GRABAR-REPORTE-FIN.

           IF WS-CANT-BLOQUEOS > 0
              PERFORM 3110-INFORMAR-UN-RETENIDO
                 THRU 3110-INFORMAR-UN-RETENIDO-FIN
                 VARYING WS-IX-BLQ FROM 1 BY 1
                   UNTIL WS-IX-BLQ > WS-CANT-BLOQUEOS
           END-IF.

       3100-INFORMAR-RETENIDOS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3110-INFORMAR-UN-RETENIDO.

           IF WS-BLQ-CANT-HIS(WS-IX-BLQ) > 0
              OR WS-BLQ-CANT-AUT(WS-IX-BLQ) > 0
              MOVE WS-BLQ-PERIODO(WS-IX-BLQ)  TO RET-PERIODO
              MOVE WS-BLQ-CANT-HIS(WS-IX-BLQ) TO RET-CANT-HIS
              MOVE WS-BLQ-CANT-AUT(WS-IX-BLQ) TO RET-CANT-AUT
              MOVE LINEA-RETENIDO TO LINEA-REPORTE-ARCHIVO
              PERFORM 2950-GRABAR-REPORTE
                 THRU 2950-GRABAR-REPORTE-FIN
           END-IF.

       3110-INFORMAR-UN-RETENIDO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3500-CERRAR-ARCHIVOS.

           CLOSE REPORTE-ARCHIVO.
           IF NOT FS-REPORTE-OK
              DISPLAY 'ERROR AL CERRAR EL REPORTE DEL ARCHIVO: '
                      FS-REPORTE
           END-IF.

       3500-CERRAR-ARCHIVOS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       4000-TOTALES-ARCHIVO.

           DISPLAY '--------------------------------------'.
           DISPLAY 'VENTANA ACTIVA DESDE       : '
                   WS-PER-DESDE-ACTIVO-NUM.
           DISPLAY 'SE CONSERVAN DESDE EL ANIO : '
                   WS-ANIO-LIMITE-RETENCION.
           DISPLAY 'CASOS DE DISPUTA ABIERTOS  : '
                   WS-CANT-CASOS-PENDIENTES.
           DISPLAY 'ARCHIVOS ANUALES DEPURADOS : '
                   WS-CANT-ANUALES-DEPURADOS.
           DISPLAY '--------------------------------------'.
           DISPLAY '          FIN DEL PROGRAMA            '.
           DISPLAY '--------------------------------------'.

       4000-TOTALES-ARCHIVO-EXIT.
           EXIT.
      *----------------------------------------------------------------*

       END PROGRAM ARCHHIST.
