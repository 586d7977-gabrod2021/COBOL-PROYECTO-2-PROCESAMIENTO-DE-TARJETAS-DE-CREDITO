      *----------------------------------------------------------------*
      *Author:  GABRIELA RODRIGUEZ                                     *
      *         CLAUDIA SANTILLAN                                      *
      *         GABY OSELLA                                            *
      *         GUILLERMO RODRIGUEZ                                    *
      *         EDDISON MORA GOMEZ
      * Date: 15/10/2026
      * Purpose: REVISION TRIMESTRAL DE LIMITES DE COMPRA: CALIFICA
      *          CADA TARJETA ACTIVA EN PESOS CON LOS ULTIMOS PERIODOS
      *          DE SU COMPORTAMIENTO DE PAGO (CUANTAS VECES PAGO EL
      *          TOTAL DEL RESUMEN, SEGUN CIERRES.SEQ E HISTORIAL.SEQ),
      *          LOS CICLOS DE MORA (MOROSIDAD.SEQ), LOS DEBITOS
      *          REBOTADOS (DEBITOS-RETORNO.SEQ Y LAS CARTAS 'REB' DE
      *          CARTAS-ENVIADAS.SEQ) Y LA UTILIZACION DEL LIMITE, Y
      *          PROPONE SUBIRLA O BAJARLA A LA BANDA VECINA DE
      *          LIMITES-SCORE.SEQ, SIN PASAR LA LINEA DE LA CUENTA
      *          (LIMITES-CUENTA.SEQ). LOS AUMENTOS SALEN COMO
      *          TRANSACCIONES 'L' DE MANTTARJ (MANTTARJ-LIMITES.SEQ);
      *          LAS BAJAS ESPERAN EL PLAZO DE AVISO AL CLIENTE EN
      *          LIMITES-PENDIENTES.SEQ Y SE GENERAN EN LA PRIMERA
      *          CORRIDA CON EL PLAZO VENCIDO. CADA CAMBIO PROPUESTO
      *          LLEVA SU AVISO AL CLIENTE (LIMITES-AVISOS.SEQ) Y TODO
      *          SALE EN EL LISTADO DE APROBACION PARA CREDITOS
      *          (LIMITES-REVISION.TXT).
      * Tectonics: cobc
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.

       PROGRAM-ID. REVLTARJ.
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

       SELECT ENT-TARJETA
           ASSIGN TO '../MAESTRO-TARJETAS.VSAM'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-TARJETAS
           RECORD KEY IS MAE-NRO-TARJ.

       SELECT CIERRES
           ASSIGN TO '../CIERRES.SEQ'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CIERRES.

       SELECT HISTORIAL
           ASSIGN TO '../HISTORIAL.SEQ'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-HISTORIAL.

       SELECT MOROSIDAD
           ASSIGN TO '../MOROSIDAD.SEQ'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-MOROSIDAD.

       SELECT RETORNO-DEBITOS
           ASSIGN TO '../DEBITOS-RETORNO.SEQ'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RETORNO.

       SELECT CARTAS-ENVIADAS
           ASSIGN TO '../CARTAS-ENVIADAS.SEQ'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CARTAS.

       SELECT LIMITES-SCORE
           ASSIGN TO '../LIMITES-SCORE.SEQ'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-LIMITES-SCORE.

       SELECT LIMITES-CUENTA
           ASSIGN TO '../LIMITES-CUENTA.SEQ'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-LIMITES.

       SELECT LIMITES-PENDIENTES
           ASSIGN TO '../LIMITES-PENDIENTES.SEQ'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PENDIENTES.

       SELECT REVISION-WRK
           ASSIGN TO '../REVISION-WRK.VSAM'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS-REV-WRK
           RECORD KEY IS RVW-CLAVE.

      * TRANSACCIONES 'L' DE CAMBIO DE LIMITE; CREDITOS FIRMA EL
      * LISTADO Y EL OPERADOR LAS SUMA AL PROXIMO MANTTARJ.SEQ, IGUAL
      * QUE LOS CIERRES DE CASTTARJ.
       SELECT TRANSACCIONES
           ASSIGN TO '../MANTTARJ-LIMITES.SEQ'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-TRANSACCIONES.

       SELECT AVISOS-LIMITE
           ASSIGN TO '../LIMITES-AVISOS.SEQ'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-AVISOS.

       SELECT REPORTE-REVISION
           ASSIGN TO '../LIMITES-REVISION.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-REPORTE.

       DATA DIVISION.

       FILE SECTION.

       COPY "PARAMETROS.CPY".
       COPY "MAESTRO-TARJETAS.CPY".
       COPY "CIERRTAR.CPY".
       COPY "HISTMOV.CPY".
       COPY "MOROSIDA.CPY".
       COPY "DEBRETO.CPY".
       COPY "CARTLOG.CPY".
       COPY "LIMSCORE.CPY".
       COPY "LIMCUENT.CPY".
       COPY "LIMPEND.CPY".
       COPY "REVLWRK.CPY".
       COPY "TRANSTARJ.CPY".
       COPY "AVISOLIM.CPY".
       COPY "REVLREPO.CPY".

       WORKING-STORAGE SECTION.

       01 FS-STATUS.
          05 FS-PARAMETROS                 PIC X(2).
             88 FS-PARAMETROS-OK               VALUE '00'.
             88 FS-PARAMETROS-EOF              VALUE '10'.
             88 FS-PARAMETROS-NFD              VALUE '35'.

          05 FS-TARJETAS                   PIC X(2).
             88 FS-TARJETAS-FILE-OK            VALUE '00'.
             88 FS-TARJETAS-FILE-EOF           VALUE '10'.
             88 FS-TARJETAS-FILE-NFD           VALUE '35'.

          05 FS-CIERRES                    PIC X(2).
             88 FS-CIERRES-OK                  VALUE '00'.
             88 FS-CIERRES-EOF                 VALUE '10'.
             88 FS-CIERRES-NFD                 VALUE '35'.

          05 FS-HISTORIAL                  PIC X(2).
             88 FS-HISTORIAL-OK                VALUE '00'.
             88 FS-HISTORIAL-EOF               VALUE '10'.
             88 FS-HISTORIAL-NFD               VALUE '35'.

          05 FS-MOROSIDAD                  PIC X(2).
             88 FS-MOROSIDAD-OK                VALUE '00'.
             88 FS-MOROSIDAD-EOF               VALUE '10'.
             88 FS-MOROSIDAD-NFD               VALUE '35'.

          05 FS-RETORNO                    PIC X(2).
             88 FS-RETORNO-OK                  VALUE '00'.
             88 FS-RETORNO-EOF                 VALUE '10'.
             88 FS-RETORNO-NFD                 VALUE '35'.

          05 FS-CARTAS                     PIC X(2).
             88 FS-CARTAS-OK                   VALUE '00'.
             88 FS-CARTAS-EOF                  VALUE '10'.
             88 FS-CARTAS-NFD                  VALUE '35'.

          05 FS-LIMITES-SCORE              PIC X(2).
             88 FS-LIMITES-SCORE-OK            VALUE '00'.
             88 FS-LIMITES-SCORE-EOF           VALUE '10'.
             88 FS-LIMITES-SCORE-NFD           VALUE '35'.

          05 FS-LIMITES                    PIC X(2).
             88 FS-LIMITES-OK                  VALUE '00'.
             88 FS-LIMITES-EOF                 VALUE '10'.
             88 FS-LIMITES-NFD                 VALUE '35'.

          05 FS-PENDIENTES                 PIC X(2).
             88 FS-PENDIENTES-OK               VALUE '00'.
             88 FS-PENDIENTES-EOF              VALUE '10'.
             88 FS-PENDIENTES-NFD              VALUE '35'.

          05 FS-REV-WRK                    PIC X(2).
             88 FS-REV-WRK-OK                  VALUE '00'.
             88 FS-REV-WRK-EOF                 VALUE '10'.
             88 FS-REV-WRK-NFD                 VALUE '35'.
             88 FS-REV-WRK-CLAVE-DUP           VALUE '22'.
             88 FS-REV-WRK-CLAVE-NFD           VALUE '23'.

          05 FS-TRANSACCIONES              PIC X(2).
             88 FS-TRANSACCIONES-OK            VALUE '00'.
             88 FS-TRANSACCIONES-EOF           VALUE '10'.
             88 FS-TRANSACCIONES-NFD           VALUE '35'.

          05 FS-AVISOS                     PIC X(2).
             88 FS-AVISOS-OK                   VALUE '00'.
             88 FS-AVISOS-EOF                  VALUE '10'.
             88 FS-AVISOS-NFD                  VALUE '35'.

          05 FS-REPORTE                    PIC X(2).
             88 FS-REPORTE-OK                  VALUE '00'.
             88 FS-REPORTE-EOF                 VALUE '10'.
             88 FS-REPORTE-NFD                 VALUE '35'.

       01 WS-PARAMETROS-EOF                  PIC X(1).
          88 WS-PARAMETROS-EOF-YES           VALUE 'Y'.
          88 WS-PARAMETROS-EOF-NO            VALUE 'N'.

       01 WS-TARJETAS-EOF                    PIC X(1).
          88 WS-TARJETAS-EOF-YES             VALUE 'Y'.
          88 WS-TARJETAS-EOF-NO              VALUE 'N'.

       01 WS-CIERRES-EOF                     PIC X(1).
          88 WS-CIERRES-EOF-YES              VALUE 'Y'.
          88 WS-CIERRES-EOF-NO               VALUE 'N'.

       01 WS-HISTORIAL-EOF                   PIC X(1).
          88 WS-HISTORIAL-EOF-YES            VALUE 'Y'.
          88 WS-HISTORIAL-EOF-NO             VALUE 'N'.

       01 WS-MOROSIDAD-EOF                   PIC X(1).
          88 WS-MOROSIDAD-EOF-YES            VALUE 'Y'.
          88 WS-MOROSIDAD-EOF-NO             VALUE 'N'.

       01 WS-RETORNO-EOF                     PIC X(1).
          88 WS-RETORNO-EOF-YES              VALUE 'Y'.
          88 WS-RETORNO-EOF-NO               VALUE 'N'.

       01 WS-CARTAS-EOF                      PIC X(1).
          88 WS-CARTAS-EOF-YES               VALUE 'Y'.
          88 WS-CARTAS-EOF-NO                VALUE 'N'.

       01 WS-LIMITES-SCORE-EOF               PIC X(1).
          88 WS-LIMITES-SCORE-EOF-YES        VALUE 'Y'.
          88 WS-LIMITES-SCORE-EOF-NO         VALUE 'N'.

       01 WS-LIMITES-EOF                     PIC X(1).
          88 WS-LIMITES-EOF-YES              VALUE 'Y'.
          88 WS-LIMITES-EOF-NO               VALUE 'N'.

       01 WS-PENDIENTES-EOF                  PIC X(1).
          88 WS-PENDIENTES-EOF-YES           VALUE 'Y'.
          88 WS-PENDIENTES-EOF-NO            VALUE 'N'.

       01 WS-REV-WRK-EOF                     PIC X(1).
          88 WS-REV-WRK-EOF-YES              VALUE 'Y'.
          88 WS-REV-WRK-EOF-NO               VALUE 'N'.

       01 WS-CONTADORES.
          05 WS-CANT-TARJ-LEIDAS            PIC 9(8).
          05 WS-CANT-CIERRES-LEIDOS         PIC 9(8).
          05 WS-CANT-HIST-LEIDOS            PIC 9(8).
          05 WS-CANT-PEND-LEIDAS            PIC 9(8).
          05 WS-CANT-REVISADAS              PIC 9(8).
          05 WS-CANT-NO-REVISADAS           PIC 9(8).
          05 WS-CANT-AUMENTOS               PIC 9(8).
          05 WS-CANT-BAJAS                  PIC 9(8).
          05 WS-CANT-SIN-CAMBIO             PIC 9(8).
          05 WS-CANT-TOPE-CUENTA            PIC 9(8).
          05 WS-CANT-BAJAS-VIGENTES         PIC 9(8).
          05 WS-CANT-BAJAS-EN-AVISO         PIC 9(8).
          05 WS-CANT-BAJAS-ANULADAS         PIC 9(8).
          05 WS-CANT-AVISOS                 PIC 9(8).
          05 WS-CANT-TRANSACCIONES          PIC 9(8).
          05 WS-CANT-PAGOS-SIN-COTIZ        PIC 9(8).

      * DIFERENCIA DE LIMITE (EN PESOS) DE LOS CAMBIOS DE LA CORRIDA,
      * PARA EL PIE DEL LISTADO.
       01 WS-TOTALES-REVISION.
          05 WS-TOT-AUMENTOS                PIC 9(12)V9(02).
          05 WS-TOT-BAJAS                   PIC 9(12)V9(02).
          05 WS-TOT-BAJAS-VIGENTES          PIC 9(12)V9(02).

      * CRITERIOS DE LA REVISION, DEL REGISTRO 'R' DE PARAMETROS.SEQ:
      * PERIODOS (MESES) HACIA ATRAS QUE SE MIRAN, PUNTAJE DESDE EL QUE
      * SE PROPONE UN AUMENTO Y HASTA EL QUE SE PROPONE UNA BAJA, Y
      * DIAS DE AVISO AL CLIENTE ANTES DE QUE RIJA UNA BAJA. SIN
      * REGISTRO 'R' SE USAN ESTOS VALORES.
       77 WS-MESES-REVISION                  PIC 9(02) VALUE 6.
       77 WS-PUNTAJE-AUMENTO                 PIC 9(03) VALUE 75.
       77 WS-PUNTAJE-BAJA                    PIC 9(03) VALUE 30.
       77 WS-DIAS-AVISO-BAJA                 PIC 9(03) VALUE 60.
      * UTILIZACION MINIMA (SALDO SOBRE LIMITE, EN PORCENTAJE) PARA
      * PROPONER UN AUMENTO: A QUIEN NO USA EL LIMITE QUE TIENE NO SE
      * LE OFRECE MAS.
       77 WS-UTIL-MINIMA-AUMENTO             PIC 9(03) VALUE 30.

      * COTIZACIONES DEL DIA (SUBINDICE 1 = ARS), PARA LLEVAR A PESOS
      * LOS PAGOS DEL HISTORIAL HECHOS EN OTRA MONEDA.
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

      * TABLA DE LIMITES POR BANDA DE SCORE, LA MISMA DE EMITTARJ.
       01 WS-TABLA-BANDAS.
          05 WS-CANT-BANDAS                 PIC 9(02) VALUE 0.
          05 WS-BAN-ITEM OCCURS 1 TO 20 TIMES
                          DEPENDING ON WS-CANT-BANDAS
                          INDEXED BY WS-IX-BAN.
             10 WS-BAN-BANDA                  PIC X(01).
             10 WS-BAN-LIMITE                 PIC 9(08)V9(02).

       01 WS-SW-BANDA                        PIC X(01).
          88 WS-BANDA-HALLADA                VALUE 'S'.
          88 WS-BANDA-NO-HALLADA             VALUE 'N'.

       77 WS-LIMITE-BANDA                    PIC 9(08)V9(02).

      * LINEAS DE CREDITO POR CUENTA (LIMITES-CUENTA.SEQ): NINGUN
      * LIMITE PROPUESTO PUEDE PASAR LA LINEA DE SU CUENTA.
       01 WS-TABLA-LIM-CTA.
          05 WS-CANT-LIM-CTA                PIC 9(03) VALUE 0.
          05 WS-LIM-ITEM OCCURS 1 TO 200 TIMES
                          DEPENDING ON WS-CANT-LIM-CTA
                          INDEXED BY WS-IX-LIM.
             10 WS-LIM-CUENTA                 PIC 9(10).
             10 WS-LIM-LIMITE                 PIC 9(10)V9(02).

       01 WS-SW-LIM-CTA                      PIC X(01).
          88 WS-LIM-CTA-HALLADO              VALUE 'S'.
          88 WS-LIM-CTA-NO-HALLADO           VALUE 'N'.

       01 WS-SW-REG-WRK                      PIC X(01).
          88 WS-REG-WRK-EXISTE               VALUE 'S'.
          88 WS-REG-WRK-NUEVO                VALUE 'N'.

      * VENTANA DE LA REVISION: DESDE WS-PER-DESDE HASTA EL PERIODO DE
      * LA CORRIDA (AAAAMM), AMBOS INCLUIDOS.
       01 WS-PER-ACTUAL.
          05 WS-PER-ACT-ANIO                PIC 9(04).
          05 WS-PER-ACT-MES                 PIC 9(02).
       01 WS-PER-ACTUAL-NUM REDEFINES WS-PER-ACTUAL PIC 9(06).

       01 WS-PER-DESDE.
          05 WS-PER-DES-ANIO                PIC 9(04).
          05 WS-PER-DES-MES                 PIC 9(02).
       01 WS-PER-DESDE-NUM REDEFINES WS-PER-DESDE PIC 9(06).

       77 WS-MESES-AUX                       PIC 9(06).
       77 WS-FECHA-VIG-BAJA                  PIC 9(08).
       77 WS-CLAVE-AUX                       PIC X(25).
       77 WS-PERIODO-AUX                     PIC 9(06).
       77 WS-IMPORTE-PESOS                   PIC 9(10)V9(02).

      * EVALUACION DE LA TARJETA EN CURSO.
       01 WS-EVALUACION.
          05 WS-EV-PER-EVALUADOS            PIC 9(02).
          05 WS-EV-PER-TOTAL                PIC 9(02).
          05 WS-EV-PER-PARCIAL              PIC 9(02).
          05 WS-EV-PER-IMPAGO               PIC 9(02).
          05 WS-EV-REBOTES                  PIC 9(02).
          05 WS-EV-CICLOS-MORA              PIC 9(02).
          05 WS-EV-PCT-TOTAL                PIC 9(03).
          05 WS-EV-UTILIZACION              PIC 9(05)V9(02).
          05 WS-EV-PUNTAJE                  PIC S9(04).
          05 WS-EV-LIMITE-NUEVO             PIC 9(08)V9(02).
          05 WS-EV-MOVIMIENTO               PIC X(01).
             88 WS-EV-AUMENTO                   VALUE 'A'.
             88 WS-EV-BAJA                      VALUE 'B'.
             88 WS-EV-SIN-CAMBIO                VALUE ' '.

      * DESTINATARIO DEL AVISO: TITULAR DE CLIENTES.VSAM, O LOS DATOS
      * DEL MAESTRO SI LA CUENTA NO ESTA EN CLIENTES.
       01 WS-VALIDA-CLIENTE.
          COPY "CLIENTIO.CPY".

       01  WS-CURRENT-DATE-FIELDS.
           05  WS-CURRENT-DATE.
            10  WS-CURRENT-YEAR    PIC  9(4).
            10  WS-CURRENT-MONTH   PIC  9(2).
            10  WS-CURRENT-DAY     PIC  9(2).
           05  FILLER              PIC  X(13).

       01 WS-FECHA-HOY-NUM REDEFINES WS-CURRENT-DATE-FIELDS.
          05 WS-FECHA-HOY-AAAAMMDD           PIC 9(08).
          05 FILLER                          PIC X(13).

       01 WS-FECHA-PROCESO-ED.
          05 WS-FPR-ANIO                     PIC 9(04).
          05 FILLER                          PIC X VALUE '-'.
          05 WS-FPR-MES                      PIC 9(02).
          05 FILLER                          PIC X VALUE '-'.
          05 WS-FPR-DIA                      PIC 9(02).

      * FECHA DESDE LA QUE RIGE UNA BAJA: LA DE LA CORRIDA MAS LOS
      * DIAS DE AVISO.
       01 WS-FECHA-VIGENCIA.
          05 WS-FVI-ANIO                     PIC 9(04).
          05 WS-FVI-MES                      PIC 9(02).
          05 WS-FVI-DIA                      PIC 9(02).
       01 WS-FECHA-VIGENCIA-NUM REDEFINES WS-FECHA-VIGENCIA
                                             PIC 9(08).

       01 WS-FECHA-VIGENCIA-ED.
          05 WS-FVE-ANIO                     PIC 9(04).
          05 FILLER                          PIC X VALUE '-'.
          05 WS-FVE-MES                      PIC 9(02).
          05 FILLER                          PIC X VALUE '-'.
          05 WS-FVE-DIA                      PIC 9(02).

      ******* LINEAS DEL LISTADO DE APROBACION *************************
       01 TITULO-REVISION.
          05 FILLER            PIC X(42) VALUE
             'REVISION DE LIMITES DE COMPRA - CORRIDA '.
          05 TIT-FECHA         PIC X(10).
          05 FILLER            PIC X(20) VALUE
             ' - PERIODOS DESDE '.
          05 TIT-PER-DESDE     PIC 9(06).
          05 FILLER            PIC X(07) VALUE ' HASTA '.
          05 TIT-PER-HASTA     PIC 9(06).

       01 TITULO-CRITERIOS.
          05 FILLER            PIC X(20) VALUE 'PUNTAJE AUMENTO >= '.
          05 TIT-PUNTAJE-AUM   PIC ZZ9.
          05 FILLER            PIC X(18) VALUE '  PUNTAJE BAJA <= '.
          05 TIT-PUNTAJE-BAJA  PIC ZZ9.
          05 FILLER            PIC X(22) VALUE
             '  DIAS AVISO DE BAJA: '.
          05 TIT-DIAS-AVISO    PIC ZZ9.

       01 LINEA-SEPARADOR.
          05 FILLER            PIC X(132) VALUE ALL '-'.

       01 LINEA-ENCABEZADO.
          05 FILLER            PIC X(20) VALUE 'TARJETA'.
          05 FILLER            PIC X(11) VALUE 'CUENTA'.
          05 FILLER            PIC X(14) VALUE ' LIMITE ACTUAL'.
          05 FILLER            PIC X(14) VALUE '     PROPUESTO'.
          05 FILLER            PIC X(08) VALUE '  UTIL%'.
          05 FILLER            PIC X(12) VALUE ' TOT PAR IMP'.
          05 FILLER            PIC X(08) VALUE ' MOR REB'.
          05 FILLER            PIC X(05) VALUE '  PTS'.
          05 FILLER            PIC X(15) VALUE ' MOVIMIENTO'.
          05 FILLER            PIC X(11) VALUE 'RIGE DESDE'.
          05 FILLER            PIC X(14) VALUE ' APROBADO'.

       01 LINEA-PROPUESTA.
          05 PRO-NRO-TARJ      PIC X(19).
          05 FILLER            PIC X(01) VALUE SPACE.
          05 PRO-CUENTA        PIC 9(10).
          05 FILLER            PIC X(01) VALUE SPACE.
          05 PRO-LIMITE-ACT    PIC ZZ.ZZZ.ZZ9,99.
          05 FILLER            PIC X(01) VALUE SPACE.
          05 PRO-LIMITE-NUEVO  PIC ZZ.ZZZ.ZZ9,99.
          05 FILLER            PIC X(01) VALUE SPACE.
          05 PRO-UTILIZACION   PIC ZZZ9,99.
          05 FILLER            PIC X(01) VALUE SPACE.
          05 PRO-PER-TOTAL     PIC ZZ9.
          05 FILLER            PIC X(01) VALUE SPACE.
          05 PRO-PER-PARCIAL   PIC ZZ9.
          05 FILLER            PIC X(01) VALUE SPACE.
          05 PRO-PER-IMPAGO    PIC ZZ9.
          05 FILLER            PIC X(01) VALUE SPACE.
          05 PRO-CICLOS-MORA   PIC ZZ9.
          05 FILLER            PIC X(01) VALUE SPACE.
          05 PRO-REBOTES       PIC ZZ9.
          05 FILLER            PIC X(01) VALUE SPACE.
          05 PRO-PUNTAJE       PIC ZZZ9.
          05 FILLER            PIC X(01) VALUE SPACE.
          05 PRO-MOVIMIENTO    PIC X(14).
          05 FILLER            PIC X(01) VALUE SPACE.
          05 PRO-VIGENCIA      PIC X(10).
          05 FILLER            PIC X(01) VALUE SPACE.
          05 PRO-FIRMA         PIC X(13) VALUE '[ ] SI [ ] NO'.

      * BAJAS DE CORRIDAS ANTERIORES: YA APROBADAS Y AVISADAS, SOLO SE
      * INFORMA SI SIGUEN EN AVISO, SI ENTRAN EN VIGENCIA (SE GENERA LA
      * TRANSACCION) O SI SE ANULAN.
       01 LINEA-PENDIENTE.
          05 PEN-NRO-TARJ      PIC X(19).
          05 FILLER            PIC X(01) VALUE SPACE.
          05 PEN-CUENTA        PIC 9(10).
          05 FILLER            PIC X(01) VALUE SPACE.
          05 PEN-LIMITE-ACT    PIC ZZ.ZZZ.ZZ9,99.
          05 FILLER            PIC X(01) VALUE SPACE.
          05 PEN-LIMITE-NUEVO  PIC ZZ.ZZZ.ZZ9,99.
          05 FILLER            PIC X(08) VALUE ' AVISO: '.
          05 PEN-FECHA-AVISO   PIC X(10).
          05 FILLER            PIC X(09) VALUE SPACES.
          05 PEN-MOVIMIENTO    PIC X(14).
          05 FILLER            PIC X(01) VALUE SPACE.
          05 PEN-VIGENCIA      PIC X(10).

       01 LINEA-TOTAL-REV.
          05 TOR-ETIQUETA      PIC X(40).
          05 FILLER            PIC X(07) VALUE ' CANT: '.
          05 TOR-CANT          PIC ZZZZZZZ9.
          05 FILLER            PIC X(20) VALUE
             ' DIFERENCIA LIMITE: '.
          05 TOR-IMPORTE       PIC $ZZ.ZZZ.ZZZ.ZZ9,99.

       01 LINEA-CANTIDAD-REV.
          05 TOC-ETIQUETA      PIC X(40).
          05 FILLER            PIC X(07) VALUE ' CANT: '.
          05 TOC-CANT          PIC ZZZZZZZ9.

       01 LINEA-FIRMA.
          05 FILLER            PIC X(44) VALUE
             'APROBADO POR CREDITOS: FIRMA ______________'.
          05 FILLER            PIC X(36) VALUE
             '  ACLARACION __________________'.
          05 FILLER            PIC X(20) VALUE
             '  FECHA ___________'.
      ******************************************************************

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

           PERFORM 1000-INICIAR-PROGRAMA
              THRU 1000-INICIAR-PROGRAMA-EXIT.

           PERFORM 2000-PROCESAR-TARJETA
              THRU 2000-PROCESAR-TARJETA-EXIT
             UNTIL WS-TARJETAS-EOF-YES.

           PERFORM 3000-TOTALES-REPORTE
              THRU 3000-TOTALES-REPORTE-FIN.

           PERFORM 3500-CERRAR-ARCHIVOS
              THRU 3500-CERRAR-ARCHIVOS-EXIT.

           PERFORM 4000-TOTALES-ARCHIVO
              THRU 4000-TOTALES-ARCHIVO-EXIT.

           STOP RUN.
      *----------------------------------------------------------------*
      * 1000-INICIAR-PROGRAMA : CARGA PARAMETROS, BANDAS Y LINEAS DE    *
      * CUENTA, ARMA EL ARCHIVO DE TRABAJO CON LA HISTORIA DE LA        *
      * VENTANA Y LAS BAJAS PENDIENTES, Y ABRE LAS SALIDAS. SIN BANDAS  *
      * NO HAY A DONDE MOVER NINGUN LIMITE: NO SE REVISA NADA.          *
      *----------------------------------------------------------------*
       1000-INICIAR-PROGRAMA.

           INITIALIZE WS-CONTADORES
                      WS-TOTALES-REVISION.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
           MOVE WS-CURRENT-YEAR  TO WS-FPR-ANIO.
           MOVE WS-CURRENT-MONTH TO WS-FPR-MES.
           MOVE WS-CURRENT-DAY   TO WS-FPR-DIA.

           PERFORM 1050-LEER-PARAMETROS
              THRU 1050-LEER-PARAMETROS-FIN.

           PERFORM 1080-CALCULAR-VENTANA
              THRU 1080-CALCULAR-VENTANA-FIN.

           PERFORM 1100-CARGAR-BANDAS
              THRU 1100-CARGAR-BANDAS-FIN.

           PERFORM 1150-CARGAR-LIMITES-CUENTA
              THRU 1150-CARGAR-LIMITES-CUENTA-FIN.

           OPEN OUTPUT REVISION-WRK.
           IF NOT FS-REV-WRK-OK
              DISPLAY '*** NO SE PUDO CREAR REVISION-WRK.VSAM ***'
              DISPLAY 'FILE STATUS: ' FS-REV-WRK
              STOP RUN
           END-IF.
           CLOSE REVISION-WRK.
           OPEN I-O REVISION-WRK.
           IF NOT FS-REV-WRK-OK
              DISPLAY '*** NO SE PUDO ABRIR REVISION-WRK.VSAM ***'
              DISPLAY 'FILE STATUS: ' FS-REV-WRK
              STOP RUN
           END-IF.

           PERFORM 1200-CARGAR-CIERRES
              THRU 1200-CARGAR-CIERRES-FIN.

           PERFORM 1300-CARGAR-PAGOS
              THRU 1300-CARGAR-PAGOS-FIN.

           PERFORM 1400-CARGAR-MOROSIDAD
              THRU 1400-CARGAR-MOROSIDAD-FIN.

           PERFORM 1500-CARGAR-REBOTES
              THRU 1500-CARGAR-REBOTES-FIN.

           PERFORM 1600-CARGAR-PENDIENTES
              THRU 1600-CARGAR-PENDIENTES-FIN.
      *----------------------------------------------------------------*
           OPEN OUTPUT LIMITES-PENDIENTES.
           IF NOT FS-PENDIENTES-OK
              DISPLAY '*** NO SE PUDO REGRABAR LIMITES-PENDIENTES.SEQ, '
                      'SE DETIENE LA CORRIDA ***'
              DISPLAY 'FILE STATUS: ' FS-PENDIENTES
              STOP RUN
           END-IF.

           OPEN OUTPUT TRANSACCIONES.
           IF NOT FS-TRANSACCIONES-OK
              DISPLAY 'ERROR AL ABRIR MANTTARJ-LIMITES.SEQ'
              DISPLAY 'FILE STATUS: ' FS-TRANSACCIONES
           END-IF.

           OPEN OUTPUT AVISOS-LIMITE.
           IF NOT FS-AVISOS-OK
              DISPLAY 'ERROR AL ABRIR LIMITES-AVISOS.SEQ'
              DISPLAY 'FILE STATUS: ' FS-AVISOS
           END-IF.

           OPEN OUTPUT REPORTE-REVISION.
           IF NOT FS-REPORTE-OK
              DISPLAY 'ERROR AL ABRIR EL LISTADO DE REVISION'
              DISPLAY 'FILE STATUS: ' FS-REPORTE
           END-IF.

           PERFORM 1700-ENCABEZAR-REPORTE
              THRU 1700-ENCABEZAR-REPORTE-FIN.
      *----------------------------------------------------------------*
           SET WS-TARJETAS-EOF-NO TO TRUE.
           OPEN INPUT ENT-TARJETA.

           EVALUATE TRUE
               WHEN WS-CANT-BANDAS = 0
                    SET WS-TARJETAS-EOF-YES TO TRUE
                    DISPLAY 'SIN BANDAS DE LIMITE NO SE REVISA NINGUNA '
                            'TARJETA'
               WHEN FS-TARJETAS-FILE-OK
                    PERFORM 1900-LEER-TARJETA
                       THRU 1900-LEER-TARJETA-EXIT
               WHEN FS-TARJETAS-FILE-NFD
                    SET WS-TARJETAS-EOF-YES TO TRUE
                    DISPLAY 'NO SE ENCUENTRA EL ARCHIVO MAESTRO'
                    DISPLAY 'FILE STATUS: ' FS-TARJETAS
               WHEN OTHER
                    SET WS-TARJETAS-EOF-YES TO TRUE
                    DISPLAY 'ERROR AL ABRIR EL ARCHIVO MAESTRO'
                    DISPLAY 'FILE STATUS: ' FS-TARJETAS
           END-EVALUATE.

       1000-INICIAR-PROGRAMA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 1050-LEER-PARAMETROS : COTIZACIONES DEL DIA Y CRITERIOS DE LA   *
      * REVISION DEL REGISTRO 'R'. SIN ARCHIVO SOLO QUEDA COTIZADA      *
      * "ARS" Y LOS CRITERIOS POR DEFECTO.                              *
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

           EVALUATE TRUE
               WHEN PAR-TIPO-MONEDA
                    IF WS-CANT-MONEDAS < 10
                       ADD 1 TO WS-CANT-MONEDAS
                       MOVE PAR-MONEDA
                         TO WS-MON-CODIGO(WS-CANT-MONEDAS)
                       MOVE PAR-COTIZACION
                         TO WS-MON-COTIZACION(WS-CANT-MONEDAS)
                    END-IF
               WHEN PAR-TIPO-REVISION
                    IF PAR-MESES-REVISION > 0
                       MOVE PAR-MESES-REVISION TO WS-MESES-REVISION
                    END-IF
                    IF PAR-PUNTAJE-AUMENTO > 0
                       MOVE PAR-PUNTAJE-AUMENTO TO WS-PUNTAJE-AUMENTO
                    END-IF
                    MOVE PAR-PUNTAJE-BAJA TO WS-PUNTAJE-BAJA
                    MOVE PAR-DIAS-AVISO-BAJA TO WS-DIAS-AVISO-BAJA
           END-EVALUATE.

           PERFORM 1060-LEER-REG-PARAMETRO
              THRU 1060-LEER-REG-PARAMETRO-FIN.

       1070-PROCESAR-REG-PARAMETRO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * 1080-CALCULAR-VENTANA : PERIODO DE LA CORRIDA Y PRIMER PERIODO  *
      * DE LA VENTANA (WS-MESES-REVISION MESES, CONTANDO EL ACTUAL), Y  *
      * FECHA DESDE LA QUE REGIRIAN LAS BAJAS QUE SE PROPONGAN HOY.     *
      *----------------------------------------------------------------*
       1080-CALCULAR-VENTANA.

           MOVE WS-CURRENT-YEAR  TO WS-PER-ACT-ANIO.
           MOVE WS-CURRENT-MONTH TO WS-PER-ACT-MES.

           COMPUTE WS-MESES-AUX = WS-PER-ACT-ANIO * 12
                                + WS-PER-ACT-MES - WS-MESES-REVISION.
           DIVIDE WS-MESES-AUX BY 12 GIVING WS-PER-DES-ANIO
                  REMAINDER WS-PER-DES-MES.
           ADD 1 TO WS-PER-DES-MES.

           COMPUTE WS-FECHA-VIG-BAJA =
                   FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY-AAAAMMDD)
                   + WS-DIAS-AVISO-BAJA).

       1080-CALCULAR-VENTANA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * 1100-CARGAR-BANDAS : CARGA LA TABLA DE LIMITES POR BANDA DE     *
      * SCORE, IGUAL QUE EMITTARJ.                                      *
      *----------------------------------------------------------------*
       1100-CARGAR-BANDAS.

           MOVE 0 TO WS-CANT-BANDAS.
           SET WS-LIMITES-SCORE-EOF-NO TO TRUE.

           OPEN INPUT LIMITES-SCORE.

           EVALUATE TRUE
               WHEN FS-LIMITES-SCORE-OK
                    PERFORM 1110-LEER-BANDA
                       THRU 1110-LEER-BANDA-FIN
                    PERFORM 1120-CARGAR-UNA-BANDA
                       THRU 1120-CARGAR-UNA-BANDA-FIN
                      UNTIL WS-LIMITES-SCORE-EOF-YES
                    CLOSE LIMITES-SCORE
               WHEN OTHER
                    DISPLAY 'SIN LIMITES-SCORE.SEQ NO HAY BANDAS DE '
                            'LIMITE'
                    DISPLAY 'FILE STATUS: ' FS-LIMITES-SCORE
           END-EVALUATE.

       1100-CARGAR-BANDAS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1110-LEER-BANDA.

           READ LIMITES-SCORE
             AT END
                SET WS-LIMITES-SCORE-EOF-YES  TO TRUE
             NOT AT END
                SET WS-LIMITES-SCORE-EOF-NO   TO TRUE
           END-READ.

       1110-LEER-BANDA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1120-CARGAR-UNA-BANDA.

           IF WS-CANT-BANDAS < 20
              ADD 1 TO WS-CANT-BANDAS
              MOVE LSC-BANDA  TO WS-BAN-BANDA(WS-CANT-BANDAS)
              MOVE LSC-LIMITE TO WS-BAN-LIMITE(WS-CANT-BANDAS)
           END-IF.

           PERFORM 1110-LEER-BANDA
              THRU 1110-LEER-BANDA-FIN.

       1120-CARGAR-UNA-BANDA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * 1150-CARGAR-LIMITES-CUENTA : CARGA LAS LINEAS DE CREDITO POR    *
      * CUENTA. SIN LIMITES-CUENTA.SEQ NINGUNA CUENTA TIENE TOPE Y      *
      * SOLO MANDAN LAS BANDAS.                                         *
      *----------------------------------------------------------------*
       1150-CARGAR-LIMITES-CUENTA.

           MOVE 0 TO WS-CANT-LIM-CTA.
           SET WS-LIMITES-EOF-NO TO TRUE.

           OPEN INPUT LIMITES-CUENTA.

           EVALUATE TRUE
               WHEN FS-LIMITES-OK
                    PERFORM 1160-LEER-REG-LIMITE
                       THRU 1160-LEER-REG-LIMITE-FIN
                    PERFORM 1170-CARGAR-REG-LIMITE
                       THRU 1170-CARGAR-REG-LIMITE-FIN
                      UNTIL WS-LIMITES-EOF-YES
                    CLOSE LIMITES-CUENTA
               WHEN FS-LIMITES-NFD
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR LIMITES-CUENTA.SEQ, LAS '
                            'CUENTAS QUEDAN SIN TOPE'
                    DISPLAY 'FILE STATUS: ' FS-LIMITES
           END-EVALUATE.

       1150-CARGAR-LIMITES-CUENTA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1160-LEER-REG-LIMITE.

           READ LIMITES-CUENTA
             AT END
                SET WS-LIMITES-EOF-YES        TO TRUE
             NOT AT END
                SET WS-LIMITES-EOF-NO         TO TRUE
           END-READ.

       1160-LEER-REG-LIMITE-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1170-CARGAR-REG-LIMITE.

           IF WS-CANT-LIM-CTA < 200
              ADD 1 TO WS-CANT-LIM-CTA
              MOVE LIM-CUENTA
                TO WS-LIM-CUENTA(WS-CANT-LIM-CTA)
              MOVE LIM-LIMITE
                TO WS-LIM-LIMITE(WS-CANT-LIM-CTA)
           ELSE
              DISPLAY '*** TABLA DE LINEAS DE CUENTA LLENA, LA '
                      'CUENTA ' LIM-CUENTA ' QUEDA SIN TOPE ***'
           END-IF.

           PERFORM 1160-LEER-REG-LIMITE
              THRU 1160-LEER-REG-LIMITE-FIN.

       1170-CARGAR-REG-LIMITE-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * 1200-CARGAR-CIERRES : SALDO CON EL QUE CADA TARJETA ENTRO A     *
      * CADA PERIODO DE LA VENTANA. ES EL SALDO DEL RESUMEN ANTERIOR,   *
      * EL QUE LOS PAGOS DE ESE PERIODO DEBERIAN HABER CANCELADO.       *
      *----------------------------------------------------------------*
       1200-CARGAR-CIERRES.

           SET WS-CIERRES-EOF-NO TO TRUE.
           OPEN INPUT CIERRES.

           EVALUATE TRUE
               WHEN FS-CIERRES-OK
                    PERFORM 1210-LEER-CIERRE
                       THRU 1210-LEER-CIERRE-FIN
                    PERFORM 1220-CARGAR-CIERRE
                       THRU 1220-CARGAR-CIERRE-FIN
                      UNTIL WS-CIERRES-EOF-YES
                    CLOSE CIERRES
               WHEN FS-CIERRES-NFD
                    DISPLAY 'NO SE ENCUENTRA CIERRES.SEQ, NO HAY '
                            'HISTORIA DE PAGOS PARA CALIFICAR'
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR CIERRES.SEQ, NO HAY '
                            'HISTORIA DE PAGOS PARA CALIFICAR'
                    DISPLAY 'FILE STATUS: ' FS-CIERRES
           END-EVALUATE.

       1200-CARGAR-CIERRES-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1210-LEER-CIERRE.

           READ CIERRES
             AT END
                SET WS-CIERRES-EOF-YES        TO TRUE
             NOT AT END
                SET WS-CIERRES-EOF-NO         TO TRUE
                ADD 1 TO WS-CANT-CIERRES-LEIDOS
           END-READ.

       1210-LEER-CIERRE-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1220-CARGAR-CIERRE.

           MOVE CIE-PERIODO TO WS-PERIODO-AUX.

           IF WS-PERIODO-AUX >= WS-PER-DESDE-NUM
              AND WS-PERIODO-AUX <= WS-PER-ACTUAL-NUM
              MOVE CIE-NRO-TARJ   TO RVW-NRO-TARJ
              MOVE WS-PERIODO-AUX TO RVW-PERIODO
              PERFORM 1800-LEER-REG-PERIODO
                 THRU 1800-LEER-REG-PERIODO-FIN
              MOVE CIE-SALDO-ANTERIOR TO RVW-SALDO-ANTERIOR
              SET RVW-CON-CIERRE TO TRUE
              PERFORM 1850-GRABAR-REG-WRK
                 THRU 1850-GRABAR-REG-WRK-FIN
           END-IF.

           PERFORM 1210-LEER-CIERRE
              THRU 1210-LEER-CIERRE-FIN.

       1220-CARGAR-CIERRE-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * 1300-CARGAR-PAGOS : SUMA, EN PESOS, LOS PAGOS 'P' FACTURADOS EN *
      * CADA PERIODO DE LA VENTANA. UN PAGO EN UNA MONEDA SIN           *
      * COTIZACION DEL DIA NO SE PUEDE VALUAR Y NO SE CUENTA.           *
      *----------------------------------------------------------------*
       1300-CARGAR-PAGOS.

           SET WS-HISTORIAL-EOF-NO TO TRUE.
           OPEN INPUT HISTORIAL.

           EVALUATE TRUE
               WHEN FS-HISTORIAL-OK
                    PERFORM 1310-LEER-HISTORIAL
                       THRU 1310-LEER-HISTORIAL-FIN
                    PERFORM 1320-CARGAR-PAGO
                       THRU 1320-CARGAR-PAGO-FIN
                      UNTIL WS-HISTORIAL-EOF-YES
                    CLOSE HISTORIAL
               WHEN FS-HISTORIAL-NFD
                    DISPLAY 'NO SE ENCUENTRA HISTORIAL.SEQ, NO HAY '
                            'PAGOS PARA CALIFICAR'
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR HISTORIAL.SEQ, NO HAY '
                            'PAGOS PARA CALIFICAR'
                    DISPLAY 'FILE STATUS: ' FS-HISTORIAL
           END-EVALUATE.

       1300-CARGAR-PAGOS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1310-LEER-HISTORIAL.

           READ HISTORIAL
             AT END
                SET WS-HISTORIAL-EOF-YES      TO TRUE
             NOT AT END
                SET WS-HISTORIAL-EOF-NO       TO TRUE
                ADD 1 TO WS-CANT-HIST-LEIDOS
           END-READ.

       1310-LEER-HISTORIAL-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1320-CARGAR-PAGO.

           MOVE HIS-PERIODO TO WS-PERIODO-AUX.

           IF HIS-ES-PAGO
              AND WS-PERIODO-AUX >= WS-PER-DESDE-NUM
              AND WS-PERIODO-AUX <= WS-PER-ACTUAL-NUM
              PERFORM 1330-BUSCAR-MONEDA
                 THRU 1330-BUSCAR-MONEDA-FIN
              IF WS-MONEDA-ENCONTRADA
                 MULTIPLY HIS-IMPORTE BY WS-MON-COTIZACION(WS-IX-MON)
                          GIVING WS-IMPORTE-PESOS
                 MOVE HIS-NRO-TARJ   TO RVW-NRO-TARJ
                 MOVE WS-PERIODO-AUX TO RVW-PERIODO
                 PERFORM 1800-LEER-REG-PERIODO
                    THRU 1800-LEER-REG-PERIODO-FIN
                 ADD WS-IMPORTE-PESOS TO RVW-PAGOS-PESOS
                 PERFORM 1850-GRABAR-REG-WRK
                    THRU 1850-GRABAR-REG-WRK-FIN
              ELSE
                 ADD 1 TO WS-CANT-PAGOS-SIN-COTIZ
              END-IF
           END-IF.

           PERFORM 1310-LEER-HISTORIAL
              THRU 1310-LEER-HISTORIAL-FIN.

       1320-CARGAR-PAGO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1330-BUSCAR-MONEDA.

           SET WS-MONEDA-NO-ENCONTRADA TO TRUE.
           SET WS-IX-MON TO 1.

           SEARCH WS-MONEDA-ITEM
              WHEN WS-MON-CODIGO(WS-IX-MON) = HIS-MONEDA
                   SET WS-MONEDA-ENCONTRADA TO TRUE
           END-SEARCH.

       1330-BUSCAR-MONEDA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * 1400-CARGAR-MOROSIDAD : CICLOS DE MORA DE CADA TARJETA, EN EL   *
      * REGISTRO DE PERIODO 000000.                                     *
      *----------------------------------------------------------------*
       1400-CARGAR-MOROSIDAD.

           SET WS-MOROSIDAD-EOF-NO TO TRUE.
           OPEN INPUT MOROSIDAD.

           EVALUATE TRUE
               WHEN FS-MOROSIDAD-OK
                    PERFORM 1410-LEER-MOROSIDAD
                       THRU 1410-LEER-MOROSIDAD-FIN
                    PERFORM 1420-CARGAR-MOROSO
                       THRU 1420-CARGAR-MOROSO-FIN
                      UNTIL WS-MOROSIDAD-EOF-YES
                    CLOSE MOROSIDAD
               WHEN FS-MOROSIDAD-NFD
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR MOROSIDAD.SEQ, NO SE '
                            'CONSIDERA LA MORA'
                    DISPLAY 'FILE STATUS: ' FS-MOROSIDAD
           END-EVALUATE.

       1400-CARGAR-MOROSIDAD-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1410-LEER-MOROSIDAD.

           READ MOROSIDAD
             AT END
                SET WS-MOROSIDAD-EOF-YES      TO TRUE
             NOT AT END
                SET WS-MOROSIDAD-EOF-NO       TO TRUE
           END-READ.

       1410-LEER-MOROSIDAD-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1420-CARGAR-MOROSO.

           IF MOR-CICLOS-MORA > 0
              MOVE MOR-NRO-TARJ TO RVW-NRO-TARJ
              MOVE 0            TO RVW-PERIODO
              READ REVISION-WRK KEY IS RVW-CLAVE
              IF FS-REV-WRK-OK
                 SET WS-REG-WRK-EXISTE TO TRUE
              ELSE
                 SET WS-REG-WRK-NUEVO TO TRUE
                 MOVE MOR-NRO-TARJ TO RVW-NRO-TARJ
                 MOVE 0            TO RVW-PERIODO
                 MOVE SPACES       TO RVW-DATOS
                 MOVE 0            TO RVW-CICLOS-MORA
              END-IF
              IF MOR-CICLOS-MORA > RVW-CICLOS-MORA
                 MOVE MOR-CICLOS-MORA TO RVW-CICLOS-MORA
              END-IF
              PERFORM 1850-GRABAR-REG-WRK
                 THRU 1850-GRABAR-REG-WRK-FIN
           END-IF.

           PERFORM 1410-LEER-MOROSIDAD
              THRU 1410-LEER-MOROSIDAD-FIN.

       1420-CARGAR-MOROSO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * 1500-CARGAR-REBOTES : MARCA LOS PERIODOS CON DEBITO REBOTADO.   *
      * DEBITOS-RETORNO.SEQ TRAE LOS DEL ULTIMO RETORNO DEL BANCO (SE   *
      * MARCAN EN EL PERIODO DE LA CORRIDA); LOS DE CICLOS ANTERIORES   *
      * QUEDARON EN CARTAS-ENVIADAS.SEQ COMO CARTAS 'REB', UNA POR      *
      * TARJETA Y PERIODO. UNA MARCA POR PERIODO: EL MISMO REBOTE EN    *
      * LOS DOS ARCHIVOS SE CUENTA UNA SOLA VEZ.                        *
      *----------------------------------------------------------------*
       1500-CARGAR-REBOTES.

           SET WS-RETORNO-EOF-NO TO TRUE.
           OPEN INPUT RETORNO-DEBITOS.

           EVALUATE TRUE
               WHEN FS-RETORNO-OK
                    PERFORM 1510-LEER-RETORNO
                       THRU 1510-LEER-RETORNO-FIN
                    PERFORM 1520-CARGAR-RETORNO
                       THRU 1520-CARGAR-RETORNO-FIN
                      UNTIL WS-RETORNO-EOF-YES
                    CLOSE RETORNO-DEBITOS
               WHEN FS-RETORNO-NFD
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR DEBITOS-RETORNO.SEQ'
                    DISPLAY 'FILE STATUS: ' FS-RETORNO
           END-EVALUATE.

           SET WS-CARTAS-EOF-NO TO TRUE.
           OPEN INPUT CARTAS-ENVIADAS.

           EVALUATE TRUE
               WHEN FS-CARTAS-OK
                    PERFORM 1530-LEER-CARTA
                       THRU 1530-LEER-CARTA-FIN
                    PERFORM 1540-CARGAR-CARTA
                       THRU 1540-CARGAR-CARTA-FIN
                      UNTIL WS-CARTAS-EOF-YES
                    CLOSE CARTAS-ENVIADAS
               WHEN FS-CARTAS-NFD
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR CARTAS-ENVIADAS.SEQ'
                    DISPLAY 'FILE STATUS: ' FS-CARTAS
           END-EVALUATE.

       1500-CARGAR-REBOTES-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1510-LEER-RETORNO.

           READ RETORNO-DEBITOS
             AT END
                SET WS-RETORNO-EOF-YES        TO TRUE
             NOT AT END
                SET WS-RETORNO-EOF-NO         TO TRUE
           END-READ.

       1510-LEER-RETORNO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1520-CARGAR-RETORNO.

           IF DBR-REBOTADA
              MOVE DBR-NRO-TARJ       TO RVW-NRO-TARJ
              MOVE WS-PER-ACTUAL-NUM  TO RVW-PERIODO
              PERFORM 1800-LEER-REG-PERIODO
                 THRU 1800-LEER-REG-PERIODO-FIN
              SET RVW-CON-REBOTE TO TRUE
              PERFORM 1850-GRABAR-REG-WRK
                 THRU 1850-GRABAR-REG-WRK-FIN
           END-IF.

           PERFORM 1510-LEER-RETORNO
              THRU 1510-LEER-RETORNO-FIN.

       1520-CARGAR-RETORNO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1530-LEER-CARTA.

           READ CARTAS-ENVIADAS
             AT END
                SET WS-CARTAS-EOF-YES         TO TRUE
             NOT AT END
                SET WS-CARTAS-EOF-NO          TO TRUE
           END-READ.

       1530-LEER-CARTA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1540-CARGAR-CARTA.

           IF CEN-TIPO-CARTA = 'REB'
              AND CEN-PERIODO >= WS-PER-DESDE-NUM
              AND CEN-PERIODO <= WS-PER-ACTUAL-NUM
              MOVE CEN-NRO-TARJ TO RVW-NRO-TARJ
              MOVE CEN-PERIODO  TO RVW-PERIODO
              PERFORM 1800-LEER-REG-PERIODO
                 THRU 1800-LEER-REG-PERIODO-FIN
              SET RVW-CON-REBOTE TO TRUE
              PERFORM 1850-GRABAR-REG-WRK
                 THRU 1850-GRABAR-REG-WRK-FIN
           END-IF.

           PERFORM 1530-LEER-CARTA
              THRU 1530-LEER-CARTA-FIN.

       1540-CARGAR-CARTA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * 1600-CARGAR-PENDIENTES : BAJAS DE CORRIDAS ANTERIORES QUE       *
      * ESPERAN EL PLAZO DE AVISO, EN EL REGISTRO DE PERIODO 999999.    *
      * UN ERROR AL LEERLAS DETIENE LA CORRIDA: EL ARCHIVO SE REGRABA   *
      * Y UNA BAJA YA AVISADA SE PERDERIA.                              *
      *----------------------------------------------------------------*
       1600-CARGAR-PENDIENTES.

           SET WS-PENDIENTES-EOF-NO TO TRUE.
           OPEN INPUT LIMITES-PENDIENTES.

           EVALUATE TRUE
               WHEN FS-PENDIENTES-OK
                    PERFORM 1610-LEER-PENDIENTE
                       THRU 1610-LEER-PENDIENTE-FIN
                    PERFORM 1620-CARGAR-PENDIENTE
                       THRU 1620-CARGAR-PENDIENTE-FIN
                      UNTIL WS-PENDIENTES-EOF-YES
                    CLOSE LIMITES-PENDIENTES
               WHEN FS-PENDIENTES-NFD
                    CONTINUE
               WHEN OTHER
                    DISPLAY '*** ERROR AL ABRIR LIMITES-PENDIENTES.SEQ,'
                            ' SE DETIENE LA CORRIDA ***'
                    DISPLAY 'FILE STATUS: ' FS-PENDIENTES
                    STOP RUN
           END-EVALUATE.

       1600-CARGAR-PENDIENTES-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1610-LEER-PENDIENTE.

           READ LIMITES-PENDIENTES
             AT END
                SET WS-PENDIENTES-EOF-YES     TO TRUE
             NOT AT END
                SET WS-PENDIENTES-EOF-NO      TO TRUE
                ADD 1 TO WS-CANT-PEND-LEIDAS
           END-READ.

       1610-LEER-PENDIENTE-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1620-CARGAR-PENDIENTE.

           MOVE LPE-NRO-TARJ        TO RVW-NRO-TARJ.
           MOVE 999999              TO RVW-PERIODO.
           MOVE SPACES              TO RVW-DATOS.
           MOVE LPE-LIMITE-ANTERIOR TO RVW-LIMITE-ANTERIOR.
           MOVE LPE-LIMITE-NUEVO    TO RVW-LIMITE-NUEVO.
           MOVE LPE-FECHA-AVISO     TO RVW-FECHA-AVISO.
           MOVE LPE-FECHA-VIGENCIA  TO RVW-FECHA-VIGENCIA.
           WRITE REG-REV-WRK.

           EVALUATE TRUE
               WHEN FS-REV-WRK-OK
                    CONTINUE
               WHEN FS-REV-WRK-CLAVE-DUP
                    DISPLAY '*** BAJA PENDIENTE DUPLICADA, TARJETA '
                            LPE-NRO-TARJ ', SE TOMA LA PRIMERA ***'
               WHEN OTHER
                    DISPLAY '*** ERROR AL CARGAR REVISION-WRK.VSAM, SE '
                            'DETIENE LA CORRIDA ***'
                    DISPLAY 'FILE STATUS: ' FS-REV-WRK
                    STOP RUN
           END-EVALUATE.

           PERFORM 1610-LEER-PENDIENTE
              THRU 1610-LEER-PENDIENTE-FIN.

       1620-CARGAR-PENDIENTE-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1700-ENCABEZAR-REPORTE.

           MOVE WS-FECHA-PROCESO-ED TO TIT-FECHA.
           MOVE WS-PER-DESDE-NUM    TO TIT-PER-DESDE.
           MOVE WS-PER-ACTUAL-NUM   TO TIT-PER-HASTA.
           MOVE TITULO-REVISION TO LINEA-REPORTE-REVISION.
           PERFORM 2900-GRABAR-REPORTE
              THRU 2900-GRABAR-REPORTE-FIN.

           MOVE WS-PUNTAJE-AUMENTO TO TIT-PUNTAJE-AUM.
           MOVE WS-PUNTAJE-BAJA    TO TIT-PUNTAJE-BAJA.
           MOVE WS-DIAS-AVISO-BAJA TO TIT-DIAS-AVISO.
           MOVE TITULO-CRITERIOS TO LINEA-REPORTE-REVISION.
           PERFORM 2900-GRABAR-REPORTE
              THRU 2900-GRABAR-REPORTE-FIN.

           MOVE LINEA-SEPARADOR TO LINEA-REPORTE-REVISION.
           PERFORM 2900-GRABAR-REPORTE
              THRU 2900-GRABAR-REPORTE-FIN.
           MOVE LINEA-ENCABEZADO TO LINEA-REPORTE-REVISION.
           PERFORM 2900-GRABAR-REPORTE
              THRU 2900-GRABAR-REPORTE-FIN.
           MOVE LINEA-SEPARADOR TO LINEA-REPORTE-REVISION.
           PERFORM 2900-GRABAR-REPORTE
              THRU 2900-GRABAR-REPORTE-FIN.

       1700-ENCABEZAR-REPORTE-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * 1800-LEER-REG-PERIODO : TRAE EL REGISTRO DE TRABAJO DE LA       *
      * CLAVE ARMADA EN RVW-CLAVE, O LO INICIALIZA SI TODAVIA NO ESTA.  *
      * 1850-GRABAR-REG-WRK LO REGRABA O LO AGREGA SEGUN EL CASO.       *
      *----------------------------------------------------------------*
       1800-LEER-REG-PERIODO.

           MOVE RVW-CLAVE TO WS-CLAVE-AUX.
           READ REVISION-WRK KEY IS RVW-CLAVE.

           EVALUATE TRUE
               WHEN FS-REV-WRK-OK
                    SET WS-REG-WRK-EXISTE TO TRUE
               WHEN FS-REV-WRK-CLAVE-NFD
                    SET WS-REG-WRK-NUEVO TO TRUE
                    MOVE WS-CLAVE-AUX TO RVW-CLAVE
                    MOVE SPACES TO RVW-DATOS
                    MOVE 0      TO RVW-SALDO-ANTERIOR
                    SET RVW-SIN-CIERRE TO TRUE
                    MOVE 0      TO RVW-PAGOS-PESOS
                    SET RVW-SIN-REBOTE TO TRUE
               WHEN OTHER
                    DISPLAY '*** ERROR AL LEER REVISION-WRK, SE '
                            'DETIENE LA CORRIDA ***'
                    DISPLAY 'FILE STATUS: ' FS-REV-WRK
                    STOP RUN
           END-EVALUATE.

       1800-LEER-REG-PERIODO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1850-GRABAR-REG-WRK.

           IF WS-REG-WRK-EXISTE
              REWRITE REG-REV-WRK
           ELSE
              WRITE REG-REV-WRK
           END-IF.

           IF NOT FS-REV-WRK-OK
              DISPLAY '*** ERROR AL CARGAR REVISION-WRK.VSAM, SE '
                      'DETIENE LA CORRIDA ***'
              DISPLAY 'FILE STATUS: ' FS-REV-WRK
              STOP RUN
           END-IF.

       1850-GRABAR-REG-WRK-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1900-LEER-TARJETA.

           READ ENT-TARJETA NEXT RECORD
             AT END
                SET WS-TARJETAS-EOF-YES       TO TRUE
             NOT AT END
                SET WS-TARJETAS-EOF-NO        TO TRUE
                ADD 1 TO WS-CANT-TARJ-LEIDAS
           END-READ.

           EVALUATE FS-TARJETAS
               WHEN '00'
                    CONTINUE
               WHEN '10'
                    CONTINUE
               WHEN OTHER
                    SET WS-TARJETAS-EOF-YES TO TRUE
                    DISPLAY 'ERROR AL LEER EL ARCHIVO MAESTRO'
                    DISPLAY 'FILE STATUS: ' FS-TARJETAS
           END-EVALUATE.

       1900-LEER-TARJETA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 2000-PROCESAR-TARJETA : UNA TARJETA CON BAJA PENDIENTE NO SE    *
      * VUELVE A CALIFICAR HASTA QUE ESA BAJA SE RESUELVA. SE REVISAN   *
      * LAS TARJETAS ACTIVAS EN PESOS CON LIMITE PROPIO: LAS BANDAS Y   *
      * LAS LINEAS DE CUENTA ESTAN EN PESOS, Y UNA TARJETA CON LIMITE   *
      * CERO USA DIRECTAMENTE LA LINEA DE SU CUENTA.                    *
      *----------------------------------------------------------------*
       2000-PROCESAR-TARJETA.

           MOVE MAE-NRO-TARJ TO RVW-NRO-TARJ.
           MOVE 999999       TO RVW-PERIODO.
           READ REVISION-WRK KEY IS RVW-CLAVE.

           EVALUATE TRUE
               WHEN FS-REV-WRK-OK
                    PERFORM 2100-RESOLVER-PENDIENTE
                       THRU 2100-RESOLVER-PENDIENTE-FIN
               WHEN FS-REV-WRK-CLAVE-NFD
                    IF MAE-ACTIVA AND MAE-MONEDA = 'ARS'
                       AND MAE-LIMITE > 0
                       PERFORM 2200-EVALUAR-TARJETA
                          THRU 2200-EVALUAR-TARJETA-FIN
                    ELSE
                       ADD 1 TO WS-CANT-NO-REVISADAS
                    END-IF
               WHEN OTHER
                    DISPLAY '*** ERROR AL LEER REVISION-WRK, SE '
                            'DETIENE LA CORRIDA ***'
                    DISPLAY 'FILE STATUS: ' FS-REV-WRK
                    STOP RUN
           END-EVALUATE.

           PERFORM 1900-LEER-TARJETA
              THRU 1900-LEER-TARJETA-EXIT.

       2000-PROCESAR-TARJETA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 2100-RESOLVER-PENDIENTE : UNA BAJA YA AVISADA SE ANULA SI LA    *
      * TARJETA SE CERRO O SU LIMITE CAMBIO DESDE LA PROPUESTA (OTRO    *
      * CAMBIO MANUAL LA DEJO SIN SENTIDO); SI YA VENCIO EL PLAZO DE    *
      * AVISO SE GENERA LA TRANSACCION, Y SI NO SIGUE PENDIENTE.        *
      *----------------------------------------------------------------*
       2100-RESOLVER-PENDIENTE.

           MOVE MAE-NRO-TARJ        TO PEN-NRO-TARJ.
           MOVE MAE-CUENTA          TO PEN-CUENTA.
           MOVE MAE-LIMITE          TO PEN-LIMITE-ACT.
           MOVE RVW-LIMITE-NUEVO    TO PEN-LIMITE-NUEVO.
           MOVE RVW-FECHA-AVISO     TO PEN-FECHA-AVISO.
           MOVE RVW-FECHA-VIGENCIA  TO WS-FECHA-VIGENCIA-NUM.
           MOVE WS-FVI-ANIO TO WS-FVE-ANIO.
           MOVE WS-FVI-MES  TO WS-FVE-MES.
           MOVE WS-FVI-DIA  TO WS-FVE-DIA.
           MOVE WS-FECHA-VIGENCIA-ED TO PEN-VIGENCIA.

           EVALUATE TRUE
               WHEN MAE-CERRADA
                 OR MAE-LIMITE NOT = RVW-LIMITE-ANTERIOR
                    ADD 1 TO WS-CANT-BAJAS-ANULADAS
                    MOVE 'BAJA ANULADA' TO PEN-MOVIMIENTO
               WHEN RVW-FECHA-VIGENCIA <= WS-FECHA-HOY-AAAAMMDD
                    ADD 1 TO WS-CANT-BAJAS-VIGENTES
                    COMPUTE WS-TOT-BAJAS-VIGENTES =
                            WS-TOT-BAJAS-VIGENTES
                          + MAE-LIMITE - RVW-LIMITE-NUEVO
                    MOVE RVW-LIMITE-NUEVO TO WS-EV-LIMITE-NUEVO
                    PERFORM 2500-GRABAR-TRANSACCION
                       THRU 2500-GRABAR-TRANSACCION-FIN
                    MOVE 'BAJA VIGENTE' TO PEN-MOVIMIENTO
               WHEN OTHER
                    ADD 1 TO WS-CANT-BAJAS-EN-AVISO
                    MOVE MAE-NRO-TARJ        TO LPE-NRO-TARJ
                    MOVE MAE-CUENTA          TO LPE-CUENTA
                    MOVE RVW-LIMITE-ANTERIOR TO LPE-LIMITE-ANTERIOR
                    MOVE RVW-LIMITE-NUEVO    TO LPE-LIMITE-NUEVO
                    MOVE RVW-FECHA-AVISO     TO LPE-FECHA-AVISO
                    MOVE RVW-FECHA-VIGENCIA  TO LPE-FECHA-VIGENCIA
                    PERFORM 2600-GRABAR-PENDIENTE
                       THRU 2600-GRABAR-PENDIENTE-FIN
                    MOVE 'BAJA EN AVISO' TO PEN-MOVIMIENTO
           END-EVALUATE.

           MOVE LINEA-PENDIENTE TO LINEA-REPORTE-REVISION.
           PERFORM 2900-GRABAR-REPORTE
              THRU 2900-GRABAR-REPORTE-FIN.

       2100-RESOLVER-PENDIENTE-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * 2200-EVALUAR-TARJETA : RECORRE LOS PERIODOS DE LA VENTANA DE LA *
      * TARJETA, CALCULA SU PUNTAJE Y, SI CORRESPONDE, PROPONE EL       *
      * CAMBIO DE LIMITE: EL AUMENTO SALE YA COMO TRANSACCION, LA BAJA  *
      * QUEDA PENDIENTE HASTA QUE VENZA EL PLAZO DE AVISO.              *
      *----------------------------------------------------------------*
       2200-EVALUAR-TARJETA.

           ADD 1 TO WS-CANT-REVISADAS.
           INITIALIZE WS-EVALUACION.

           COMPUTE WS-EV-UTILIZACION =
                   MAE-SALDO-ANT * 100 / MAE-LIMITE
              ON SIZE ERROR
                 MOVE 99999,99 TO WS-EV-UTILIZACION
           END-COMPUTE.

           MOVE MAE-NRO-TARJ TO RVW-NRO-TARJ.
           MOVE 0            TO RVW-PERIODO.
           READ REVISION-WRK KEY IS RVW-CLAVE.
           IF FS-REV-WRK-OK
              MOVE RVW-CICLOS-MORA TO WS-EV-CICLOS-MORA
           END-IF.

           SET WS-REV-WRK-EOF-NO TO TRUE.
           MOVE MAE-NRO-TARJ     TO RVW-NRO-TARJ.
           MOVE WS-PER-DESDE-NUM TO RVW-PERIODO.
           START REVISION-WRK KEY IS NOT LESS THAN RVW-CLAVE
             INVALID KEY
                SET WS-REV-WRK-EOF-YES TO TRUE
           END-START.

           IF WS-REV-WRK-EOF-NO
              PERFORM 2210-LEER-PERIODO
                 THRU 2210-LEER-PERIODO-FIN
              PERFORM 2220-CLASIFICAR-PERIODO
                 THRU 2220-CLASIFICAR-PERIODO-FIN
                UNTIL WS-REV-WRK-EOF-YES
           END-IF.

           PERFORM 2250-CALCULAR-PUNTAJE
              THRU 2250-CALCULAR-PUNTAJE-FIN.

           PERFORM 2300-PROPONER-LIMITE
              THRU 2300-PROPONER-LIMITE-FIN.

           EVALUATE TRUE
               WHEN WS-EV-AUMENTO
                    ADD 1 TO WS-CANT-AUMENTOS
                    COMPUTE WS-TOT-AUMENTOS = WS-TOT-AUMENTOS
                          + WS-EV-LIMITE-NUEVO - MAE-LIMITE
                    MOVE WS-FECHA-PROCESO-ED TO WS-FECHA-VIGENCIA-ED
                    PERFORM 2500-GRABAR-TRANSACCION
                       THRU 2500-GRABAR-TRANSACCION-FIN
                    PERFORM 2700-GRABAR-AVISO
                       THRU 2700-GRABAR-AVISO-FIN
                    MOVE 'AUMENTO' TO PRO-MOVIMIENTO
                    PERFORM 2800-LISTAR-PROPUESTA
                       THRU 2800-LISTAR-PROPUESTA-FIN
               WHEN WS-EV-BAJA
                    ADD 1 TO WS-CANT-BAJAS
                    COMPUTE WS-TOT-BAJAS = WS-TOT-BAJAS
                          + MAE-LIMITE - WS-EV-LIMITE-NUEVO
                    MOVE WS-FECHA-VIG-BAJA TO WS-FECHA-VIGENCIA-NUM
                    MOVE WS-FVI-ANIO TO WS-FVE-ANIO
                    MOVE WS-FVI-MES  TO WS-FVE-MES
                    MOVE WS-FVI-DIA  TO WS-FVE-DIA
                    MOVE MAE-NRO-TARJ        TO LPE-NRO-TARJ
                    MOVE MAE-CUENTA          TO LPE-CUENTA
                    MOVE MAE-LIMITE          TO LPE-LIMITE-ANTERIOR
                    MOVE WS-EV-LIMITE-NUEVO  TO LPE-LIMITE-NUEVO
                    MOVE WS-FECHA-PROCESO-ED TO LPE-FECHA-AVISO
                    MOVE WS-FECHA-VIGENCIA-NUM TO LPE-FECHA-VIGENCIA
                    PERFORM 2600-GRABAR-PENDIENTE
                       THRU 2600-GRABAR-PENDIENTE-FIN
                    PERFORM 2700-GRABAR-AVISO
                       THRU 2700-GRABAR-AVISO-FIN
                    MOVE 'BAJA' TO PRO-MOVIMIENTO
                    PERFORM 2800-LISTAR-PROPUESTA
                       THRU 2800-LISTAR-PROPUESTA-FIN
               WHEN OTHER
                    ADD 1 TO WS-CANT-SIN-CAMBIO
           END-EVALUATE.

       2200-EVALUAR-TARJETA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2210-LEER-PERIODO.

           READ REVISION-WRK NEXT RECORD
             AT END
                SET WS-REV-WRK-EOF-YES        TO TRUE
             NOT AT END
                SET WS-REV-WRK-EOF-NO         TO TRUE
           END-READ.

           IF WS-REV-WRK-EOF-NO
              IF RVW-NRO-TARJ NOT = MAE-NRO-TARJ
                 OR RVW-PERIODO > WS-PER-ACTUAL-NUM
                 SET WS-REV-WRK-EOF-YES TO TRUE
              END-IF
           END-IF.

       2210-LEER-PERIODO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * 2220-CLASIFICAR-PERIODO : UN PERIODO EN EL QUE LA TARJETA       *
      * ENTRO CON SALDO SE CALIFICA POR LO QUE PAGO: EL TOTAL, UNA      *
      * PARTE (EL MINIMO U OTRO PAGO PARCIAL) O NADA. LOS PERIODOS SIN  *
      * SALDO NO CUENTAN. CADA PERIODO CON DEBITO REBOTADO SUMA UN      *
      * REBOTE.                                                         *
      *----------------------------------------------------------------*
       2220-CLASIFICAR-PERIODO.

           IF RVW-CON-REBOTE
              ADD 1 TO WS-EV-REBOTES
           END-IF.

           IF RVW-CON-CIERRE AND RVW-SALDO-ANTERIOR > 0
              ADD 1 TO WS-EV-PER-EVALUADOS
              EVALUATE TRUE
                  WHEN RVW-PAGOS-PESOS >= RVW-SALDO-ANTERIOR
                       ADD 1 TO WS-EV-PER-TOTAL
                  WHEN RVW-PAGOS-PESOS > 0
                       ADD 1 TO WS-EV-PER-PARCIAL
                  WHEN OTHER
                       ADD 1 TO WS-EV-PER-IMPAGO
              END-EVALUATE
           END-IF.

           PERFORM 2210-LEER-PERIODO
              THRU 2210-LEER-PERIODO-FIN.

       2220-CLASIFICAR-PERIODO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * 2250-CALCULAR-PUNTAJE : PARTE DE 50 PUNTOS; SUMA HASTA 50 MAS   *
      * SEGUN EL PORCENTAJE DE PERIODOS PAGADOS EN TOTAL; RESTA 10 POR  *
      * PERIODO IMPAGO, 20 POR CICLO DE MORA Y 15 POR DEBITO REBOTADO.  *
      * UNA UTILIZACION DE 70 POR CIENTO O MAS SUMA 10 (EL CLIENTE      *
      * NECESITA MAS MARGEN); UNA TARJETA EXCEDIDA RESTA 10. QUEDA      *
      * ENTRE 0 Y 100.                                                  *
      *----------------------------------------------------------------*
       2250-CALCULAR-PUNTAJE.

           MOVE 50 TO WS-EV-PUNTAJE.

           IF WS-EV-PER-EVALUADOS > 0
              COMPUTE WS-EV-PCT-TOTAL =
                      WS-EV-PER-TOTAL * 100 / WS-EV-PER-EVALUADOS
              COMPUTE WS-EV-PUNTAJE =
                      WS-EV-PUNTAJE + WS-EV-PCT-TOTAL / 2
           END-IF.

           COMPUTE WS-EV-PUNTAJE = WS-EV-PUNTAJE
                                 - WS-EV-PER-IMPAGO * 10
                                 - WS-EV-CICLOS-MORA * 20
                                 - WS-EV-REBOTES * 15.

           EVALUATE TRUE
               WHEN WS-EV-UTILIZACION > 100
                    SUBTRACT 10 FROM WS-EV-PUNTAJE
               WHEN WS-EV-UTILIZACION >= 70
                    ADD 10 TO WS-EV-PUNTAJE
           END-EVALUATE.

           IF WS-EV-PUNTAJE < 0
              MOVE 0 TO WS-EV-PUNTAJE
           END-IF.
           IF WS-EV-PUNTAJE > 100
              MOVE 100 TO WS-EV-PUNTAJE
           END-IF.

       2250-CALCULAR-PUNTAJE-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * 2300-PROPONER-LIMITE : CON PUNTAJE ALTO, SIN MORA NI REBOTES Y  *
      * USANDO EL LIMITE, SE PROPONE LA BANDA INMEDIATA SUPERIOR, SIN   *
      * PASAR LA LINEA DE LA CUENTA. CON PUNTAJE BAJO, LA BANDA         *
      * INMEDIATA INFERIOR, PERO NUNCA POR DEBAJO DEL SALDO ADEUDADO    *
      * (LA TARJETA NO QUEDA EXCEDIDA POR LA BAJA). SI EL TOPE DEJA EL  *
      * LIMITE DONDE ESTA, NO HAY CAMBIO.                               *
      *----------------------------------------------------------------*
       2300-PROPONER-LIMITE.

           SET WS-EV-SIN-CAMBIO TO TRUE.

           EVALUATE TRUE
               WHEN WS-EV-PUNTAJE >= WS-PUNTAJE-AUMENTO
                AND WS-EV-CICLOS-MORA = 0
                AND WS-EV-REBOTES = 0
                AND WS-EV-UTILIZACION >= WS-UTIL-MINIMA-AUMENTO
                    PERFORM 2310-BUSCAR-BANDA-SUPERIOR
                       THRU 2310-BUSCAR-BANDA-SUPERIOR-FIN
                    IF WS-BANDA-HALLADA
                       MOVE WS-LIMITE-BANDA TO WS-EV-LIMITE-NUEVO
                       PERFORM 2330-BUSCAR-LINEA-CUENTA
                          THRU 2330-BUSCAR-LINEA-CUENTA-FIN
                       IF WS-LIM-CTA-HALLADO
                          AND WS-EV-LIMITE-NUEVO >
                              WS-LIM-LIMITE(WS-IX-LIM)
                          MOVE WS-LIM-LIMITE(WS-IX-LIM)
                            TO WS-EV-LIMITE-NUEVO
                       END-IF
                       IF WS-EV-LIMITE-NUEVO > MAE-LIMITE
                          SET WS-EV-AUMENTO TO TRUE
                       ELSE
                          ADD 1 TO WS-CANT-TOPE-CUENTA
                       END-IF
                    END-IF
               WHEN WS-EV-PUNTAJE <= WS-PUNTAJE-BAJA
                    PERFORM 2320-BUSCAR-BANDA-INFERIOR
                       THRU 2320-BUSCAR-BANDA-INFERIOR-FIN
                    IF WS-BANDA-HALLADA
                       MOVE WS-LIMITE-BANDA TO WS-EV-LIMITE-NUEVO
                       IF WS-EV-LIMITE-NUEVO < MAE-SALDO-ANT
                          MOVE MAE-SALDO-ANT TO WS-EV-LIMITE-NUEVO
                       END-IF
                       IF WS-EV-LIMITE-NUEVO < MAE-LIMITE
                          SET WS-EV-BAJA TO TRUE
                       END-IF
                    END-IF
           END-EVALUATE.

       2300-PROPONER-LIMITE-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * 2310-BUSCAR-BANDA-SUPERIOR : EL MENOR LIMITE DE BANDA QUE       *
      * SUPERA AL ACTUAL DE LA TARJETA.                                 *
      *----------------------------------------------------------------*
       2310-BUSCAR-BANDA-SUPERIOR.

           SET WS-BANDA-NO-HALLADA TO TRUE.
           MOVE 0 TO WS-LIMITE-BANDA.

           PERFORM 2315-COMPARAR-BANDA-SUPERIOR
              THRU 2315-COMPARAR-BANDA-SUPERIOR-FIN
              VARYING WS-IX-BAN FROM 1 BY 1
                 UNTIL WS-IX-BAN > WS-CANT-BANDAS.

       2310-BUSCAR-BANDA-SUPERIOR-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2315-COMPARAR-BANDA-SUPERIOR.

           IF WS-BAN-LIMITE(WS-IX-BAN) > MAE-LIMITE
              IF WS-BANDA-NO-HALLADA
                 OR WS-BAN-LIMITE(WS-IX-BAN) < WS-LIMITE-BANDA
                 MOVE WS-BAN-LIMITE(WS-IX-BAN) TO WS-LIMITE-BANDA
                 SET WS-BANDA-HALLADA TO TRUE
              END-IF
           END-IF.

       2315-COMPARAR-BANDA-SUPERIOR-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * 2320-BUSCAR-BANDA-INFERIOR : EL MAYOR LIMITE DE BANDA QUE QUEDA *
      * POR DEBAJO DEL ACTUAL DE LA TARJETA.                            *
      *----------------------------------------------------------------*
       2320-BUSCAR-BANDA-INFERIOR.

           SET WS-BANDA-NO-HALLADA TO TRUE.
           MOVE 0 TO WS-LIMITE-BANDA.

           PERFORM 2325-COMPARAR-BANDA-INFERIOR
              THRU 2325-COMPARAR-BANDA-INFERIOR-FIN
              VARYING WS-IX-BAN FROM 1 BY 1
                 UNTIL WS-IX-BAN > WS-CANT-BANDAS.

       2320-BUSCAR-BANDA-INFERIOR-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2325-COMPARAR-BANDA-INFERIOR.

           IF WS-BAN-LIMITE(WS-IX-BAN) < MAE-LIMITE
              AND WS-BAN-LIMITE(WS-IX-BAN) > 0
              IF WS-BANDA-NO-HALLADA
                 OR WS-BAN-LIMITE(WS-IX-BAN) > WS-LIMITE-BANDA
                 MOVE WS-BAN-LIMITE(WS-IX-BAN) TO WS-LIMITE-BANDA
                 SET WS-BANDA-HALLADA TO TRUE
              END-IF
           END-IF.

       2325-COMPARAR-BANDA-INFERIOR-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2330-BUSCAR-LINEA-CUENTA.

           SET WS-LIM-CTA-NO-HALLADO TO TRUE.

           IF WS-CANT-LIM-CTA > 0
              SET WS-IX-LIM TO 1
              SEARCH WS-LIM-ITEM
                 WHEN WS-LIM-CUENTA(WS-IX-LIM) = MAE-CUENTA
                      SET WS-LIM-CTA-HALLADO TO TRUE
              END-SEARCH
           END-IF.

       2330-BUSCAR-LINEA-CUENTA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * 2500-GRABAR-TRANSACCION : ARMA LA TRANSACCION 'L' DE MANTTARJ   *
      * CON EL LIMITE NUEVO (WS-EV-LIMITE-NUEVO). MANTTARJ REGRABA SOLO *
      * EL LIMITE: UN CAMBIO 'C' COMPLETO PISARIA LOS SALDOS QUE LA     *
      * FACTURACION GRABE ANTES DE QUE EL OPERADOR LA APLIQUE. EL RESTO *
      * DE LOS CAMPOS SALE DEL MAESTRO, COMO REFERENCIA EN EL LISTADO.  *
      *----------------------------------------------------------------*
       2500-GRABAR-TRANSACCION.

           IF FS-TRANSACCIONES-OK
              SET TRN-ES-LIMITE       TO TRUE
              MOVE MAE-NRO-TARJ       TO TRN-NRO-TARJ
              MOVE MAE-CUENTA         TO TRN-CUENTA
              MOVE MAE-APELLIDO       TO TRN-APELLIDO
              MOVE MAE-NOMBRE         TO TRN-NOMBRE
              MOVE MAE-DIRECCION      TO TRN-DIRECCION
              MOVE MAE-COD-POSTAL     TO TRN-COD-POSTAL
              MOVE MAE-MONEDA         TO TRN-MONEDA
              MOVE WS-EV-LIMITE-NUEVO TO TRN-LIMITE
              MOVE MAE-SALDO-ANT      TO TRN-SALDO-ANT
              MOVE MAE-FECHA-VENC     TO TRN-FECHA-VENC
              MOVE MAE-ESTADO         TO TRN-ESTADO
              MOVE MAE-DIA-CORTE      TO TRN-DIA-CORTE
              MOVE MAE-PORC-ADELANTO  TO TRN-PORC-ADELANTO
              MOVE MAE-SALDO-ADELANTO TO TRN-SALDO-ADELANTO

              WRITE REG-TRANS

              IF FS-TRANSACCIONES-OK
                 ADD 1 TO WS-CANT-TRANSACCIONES
              ELSE
                 DISPLAY 'ERROR AL GRABAR MANTTARJ-LIMITES.SEQ'
                 DISPLAY 'FILE STATUS: ' FS-TRANSACCIONES
              END-IF
           END-IF.

       2500-GRABAR-TRANSACCION-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2600-GRABAR-PENDIENTE.

           WRITE REG-LIMITE-PENDIENTE.

           IF NOT FS-PENDIENTES-OK
              DISPLAY '*** ERROR AL GRABAR LIMITES-PENDIENTES.SEQ, SE '
                      'DETIENE LA CORRIDA ***'
              DISPLAY 'FILE STATUS: ' FS-PENDIENTES
              STOP RUN
           END-IF.

       2600-GRABAR-PENDIENTE-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * 2700-GRABAR-AVISO : AVISO AL CLIENTE DEL CAMBIO PROPUESTO, AL   *
      * TITULAR DE LA CUENTA EN CLIENTES.VSAM POR EL CANAL EN QUE       *
      * RECIBE EL RESUMEN; SI LA CUENTA NO ESTA, A LOS DATOS DEL        *
      * MAESTRO EN PAPEL.                                               *
      *----------------------------------------------------------------*
       2700-GRABAR-AVISO.

           MOVE MAE-CUENTA TO WS-CLI-CUENTA.
           CALL 'CLIEMAES' USING WS-VALIDA-CLIENTE.

           MOVE MAE-NRO-TARJ TO ALI-NRO-TARJ.
           MOVE MAE-CUENTA   TO ALI-CUENTA.

           IF WS-CLI-NOMBRE = 'ERROR'
              MOVE MAE-APELLIDO   TO ALI-APELLIDO
              MOVE MAE-NOMBRE     TO ALI-NOMBRE
              MOVE MAE-DIRECCION  TO ALI-DIRECCION
              MOVE MAE-COD-POSTAL TO ALI-COD-POSTAL
              SET ALI-CANAL-PAPEL TO TRUE
              MOVE SPACES         TO ALI-EMAIL
           ELSE
              MOVE WS-CLI-APELLIDO   TO ALI-APELLIDO
              MOVE WS-CLI-NOMBRE     TO ALI-NOMBRE
              MOVE WS-CLI-DIRECCION  TO ALI-DIRECCION
              MOVE WS-CLI-COD-POSTAL TO ALI-COD-POSTAL
              IF WS-CLI-RESUMEN-EMAIL
                 SET ALI-CANAL-EMAIL TO TRUE
                 MOVE WS-CLI-EMAIL   TO ALI-EMAIL
              ELSE
                 SET ALI-CANAL-PAPEL TO TRUE
                 MOVE SPACES         TO ALI-EMAIL
              END-IF
           END-IF.

           IF WS-EV-AUMENTO
              SET ALI-ES-AUMENTO TO TRUE
           ELSE
              SET ALI-ES-BAJA    TO TRUE
           END-IF.
           MOVE MAE-LIMITE           TO ALI-LIMITE-ANTERIOR.
           MOVE WS-EV-LIMITE-NUEVO   TO ALI-LIMITE-NUEVO.
           MOVE WS-FECHA-PROCESO-ED  TO ALI-FECHA-AVISO.
           MOVE WS-FECHA-VIGENCIA-ED TO ALI-FECHA-VIGENCIA.

           IF FS-AVISOS-OK
              WRITE REG-AVISO-LIMITE
              IF FS-AVISOS-OK
                 ADD 1 TO WS-CANT-AVISOS
              ELSE
                 DISPLAY 'ERROR AL GRABAR LIMITES-AVISOS.SEQ'
                 DISPLAY 'FILE STATUS: ' FS-AVISOS
              END-IF
           END-IF.

       2700-GRABAR-AVISO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2800-LISTAR-PROPUESTA.

           MOVE MAE-NRO-TARJ         TO PRO-NRO-TARJ.
           MOVE MAE-CUENTA           TO PRO-CUENTA.
           MOVE MAE-LIMITE           TO PRO-LIMITE-ACT.
           MOVE WS-EV-LIMITE-NUEVO   TO PRO-LIMITE-NUEVO.
           MOVE WS-EV-UTILIZACION    TO PRO-UTILIZACION.
           MOVE WS-EV-PER-TOTAL      TO PRO-PER-TOTAL.
           MOVE WS-EV-PER-PARCIAL    TO PRO-PER-PARCIAL.
           MOVE WS-EV-PER-IMPAGO     TO PRO-PER-IMPAGO.
           MOVE WS-EV-CICLOS-MORA    TO PRO-CICLOS-MORA.
           MOVE WS-EV-REBOTES        TO PRO-REBOTES.
           MOVE WS-EV-PUNTAJE        TO PRO-PUNTAJE.
           MOVE WS-FECHA-VIGENCIA-ED TO PRO-VIGENCIA.
           MOVE LINEA-PROPUESTA TO LINEA-REPORTE-REVISION.
           PERFORM 2900-GRABAR-REPORTE
              THRU 2900-GRABAR-REPORTE-FIN.

       2800-LISTAR-PROPUESTA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2900-GRABAR-REPORTE.

           IF FS-REPORTE-OK
              WRITE REG-REPORTE-REVISION
              IF NOT FS-REPORTE-OK
                 DISPLAY 'ERROR AL GRABAR EL LISTADO DE REVISION'
                 DISPLAY 'FILE STATUS: ' FS-REPORTE
              END-IF
           END-IF.

       2900-GRABAR-REPORTE-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * 3000-TOTALES-REPORTE : PIE DEL LISTADO CON LAS CANTIDADES Y LA  *
      * DIFERENCIA DE LIMITE DE CADA TIPO DE CAMBIO, Y EL ESPACIO PARA  *
      * LA FIRMA DE CREDITOS.                                           *
      *----------------------------------------------------------------*
       3000-TOTALES-REPORTE.

           MOVE LINEA-SEPARADOR TO LINEA-REPORTE-REVISION.
           PERFORM 2900-GRABAR-REPORTE
              THRU 2900-GRABAR-REPORTE-FIN.

           MOVE 'AUMENTOS PROPUESTOS' TO TOR-ETIQUETA.
           MOVE WS-CANT-AUMENTOS TO TOR-CANT.
           MOVE WS-TOT-AUMENTOS  TO TOR-IMPORTE.
           MOVE LINEA-TOTAL-REV TO LINEA-REPORTE-REVISION.
           PERFORM 2900-GRABAR-REPORTE
              THRU 2900-GRABAR-REPORTE-FIN.

           MOVE 'BAJAS PROPUESTAS (A AVISAR)' TO TOR-ETIQUETA.
           MOVE WS-CANT-BAJAS TO TOR-CANT.
           MOVE WS-TOT-BAJAS  TO TOR-IMPORTE.
           MOVE LINEA-TOTAL-REV TO LINEA-REPORTE-REVISION.
           PERFORM 2900-GRABAR-REPORTE
              THRU 2900-GRABAR-REPORTE-FIN.

           MOVE 'BAJAS AVISADAS QUE ENTRAN EN VIGENCIA' TO TOR-ETIQUETA.
           MOVE WS-CANT-BAJAS-VIGENTES TO TOR-CANT.
           MOVE WS-TOT-BAJAS-VIGENTES  TO TOR-IMPORTE.
           MOVE LINEA-TOTAL-REV TO LINEA-REPORTE-REVISION.
           PERFORM 2900-GRABAR-REPORTE
              THRU 2900-GRABAR-REPORTE-FIN.

           MOVE 'BAJAS AVISADAS QUE SIGUEN EN AVISO' TO TOC-ETIQUETA.
           MOVE WS-CANT-BAJAS-EN-AVISO TO TOC-CANT.
           MOVE LINEA-CANTIDAD-REV TO LINEA-REPORTE-REVISION.
           PERFORM 2900-GRABAR-REPORTE
              THRU 2900-GRABAR-REPORTE-FIN.

           MOVE 'BAJAS AVISADAS ANULADAS' TO TOC-ETIQUETA.
           MOVE WS-CANT-BAJAS-ANULADAS TO TOC-CANT.
           MOVE LINEA-CANTIDAD-REV TO LINEA-REPORTE-REVISION.
           PERFORM 2900-GRABAR-REPORTE
              THRU 2900-GRABAR-REPORTE-FIN.

           MOVE 'REVISADAS SIN CAMBIO' TO TOC-ETIQUETA.
           MOVE WS-CANT-SIN-CAMBIO TO TOC-CANT.
           MOVE LINEA-CANTIDAD-REV TO LINEA-REPORTE-REVISION.
           PERFORM 2900-GRABAR-REPORTE
              THRU 2900-GRABAR-REPORTE-FIN.

           MOVE 'AUMENTOS FRENADOS POR LA LINEA DE CUENTA'
             TO TOC-ETIQUETA.
           MOVE WS-CANT-TOPE-CUENTA TO TOC-CANT.
           MOVE LINEA-CANTIDAD-REV TO LINEA-REPORTE-REVISION.
           PERFORM 2900-GRABAR-REPORTE
              THRU 2900-GRABAR-REPORTE-FIN.

           MOVE LINEA-SEPARADOR TO LINEA-REPORTE-REVISION.
           PERFORM 2900-GRABAR-REPORTE
              THRU 2900-GRABAR-REPORTE-FIN.
           MOVE LINEA-FIRMA TO LINEA-REPORTE-REVISION.
           PERFORM 2900-GRABAR-REPORTE
              THRU 2900-GRABAR-REPORTE-FIN.

       3000-TOTALES-REPORTE-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3500-CERRAR-ARCHIVOS.

           IF NOT FS-TARJETAS-FILE-NFD
              CLOSE ENT-TARJETA
           END-IF.

           CLOSE REVISION-WRK.
           IF NOT FS-REV-WRK-OK
              DISPLAY 'ERROR AL CERRAR REVISION-WRK.VSAM: ' FS-REV-WRK
           END-IF.

           CLOSE LIMITES-PENDIENTES.
           IF NOT FS-PENDIENTES-OK
              DISPLAY 'ERROR AL CERRAR LIMITES-PENDIENTES.SEQ: '
                      FS-PENDIENTES
           END-IF.

           CLOSE TRANSACCIONES.
           IF NOT FS-TRANSACCIONES-OK
              DISPLAY 'ERROR AL CERRAR MANTTARJ-LIMITES.SEQ: '
                      FS-TRANSACCIONES
           END-IF.

           CLOSE AVISOS-LIMITE.
           IF NOT FS-AVISOS-OK
              DISPLAY 'ERROR AL CERRAR LIMITES-AVISOS.SEQ: ' FS-AVISOS
           END-IF.

           CLOSE REPORTE-REVISION.
           IF NOT FS-REPORTE-OK
              DISPLAY 'ERROR AL CERRAR EL LISTADO DE REVISION: '
                      FS-REPORTE
           END-IF.

       3500-CERRAR-ARCHIVOS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       4000-TOTALES-ARCHIVO.

           DISPLAY '--------------------------------------'.
           DISPLAY 'PERIODOS REVISADOS         : ' WS-PER-DESDE-NUM
                   ' A ' WS-PER-ACTUAL-NUM.
           DISPLAY 'TARJETAS LEIDAS            : '
                   WS-CANT-TARJ-LEIDAS.
           DISPLAY 'TARJETAS REVISADAS         : '
                   WS-CANT-REVISADAS.
           DISPLAY 'NO REVISADAS               : '
                   WS-CANT-NO-REVISADAS.
           DISPLAY 'AUMENTOS PROPUESTOS        : '
                   WS-CANT-AUMENTOS.
           DISPLAY 'BAJAS PROPUESTAS           : '
                   WS-CANT-BAJAS.
           DISPLAY 'SIN CAMBIO                 : '
                   WS-CANT-SIN-CAMBIO.
           DISPLAY 'BAJAS PENDIENTES LEIDAS    : '
                   WS-CANT-PEND-LEIDAS.
           DISPLAY 'BAJAS QUE ENTRAN EN VIGOR  : '
                   WS-CANT-BAJAS-VIGENTES.
           DISPLAY 'BAJAS QUE SIGUEN EN AVISO  : '
                   WS-CANT-BAJAS-EN-AVISO.
           DISPLAY 'BAJAS ANULADAS             : '
                   WS-CANT-BAJAS-ANULADAS.
           DISPLAY 'TRANSACCIONES MANTTARJ     : '
                   WS-CANT-TRANSACCIONES.
           DISPLAY 'AVISOS AL CLIENTE          : '
                   WS-CANT-AVISOS.
           DISPLAY 'PAGOS SIN COTIZACION       : '
                   WS-CANT-PAGOS-SIN-COTIZ.
           DISPLAY '--------------------------------------'.
           DISPLAY '          FIN DEL PROGRAMA            '.
           DISPLAY '--------------------------------------'.

       4000-TOTALES-ARCHIVO-EXIT.
           EXIT.
      *----------------------------------------------------------------*

       END PROGRAM REVLTARJ.
