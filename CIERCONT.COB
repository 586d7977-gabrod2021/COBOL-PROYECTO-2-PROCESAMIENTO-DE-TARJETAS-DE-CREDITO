      *----------------------------------------------------------------*
      *Author:  GABRIELA RODRIGUEZ                                     *
      *         CLAUDIA SANTILLAN                                      *
      *         GABY OSELLA                                            *
      *         GUILLERMO RODRIGUEZ                                    *
      *         EDDISON MORA GOMEZ
      * Date: 15/10/2026
      * Purpose: CIERRE CONTABLE DEL MES. TOMA EL MAYOR DEL MES
      *          (MAYOR-GL-AAAAMM.SEQ, QUE ACUMCONT ARMA CADA DIA CON
      *          LOS EXTRACTOS CONTABLES) Y LOS SALDOS DEL MES ANTERIOR
      *          (MAYOR-SALDOS.SEQ) Y EMITE CIERRE-CONTABLE.TXT CON:
      *          EL MAYOR POR CONCEPTO Y MONEDA (SALDO INICIAL, DEBE,
      *          HABER Y SALDO FINAL), EL BALANCE DE COMPROBACION POR
      *          MONEDA (DEBE IGUAL A HABER Y SALDOS FINALES EN CERO),
      *          Y LA CONCILIACION DE LA CARTERA DEL MAYOR
      *          (CONTRAPARTIDA CARTERA MENOS LAS BAJAS POR CASTIGOS,
      *          EN PESOS A LA COTIZACION DEL DIA) CONTRA LA SUMA DE
      *          MAE-SALDO-ANT DEL MAESTRO, CON EL DETALLE DE LAS
      *          TARJETAS CUYO SALDO SEGUN EL MAYOR (CARTERA-GL.SEQ DEL
      *          CIERRE ANTERIOR, ULTIMA FACTURACION DE ACTUTARJ EN EL
      *          JOURNAL DEL MAESTRO Y CASTIGOS DEL MES) NO COINCIDE.
      *          SI EL BALANCE CUADRA, EL MES QUEDA CERRADO EN
      *          CONTROL-GL.SEQ (ACUMCONT RECHAZA DESDE AHI LAS LINEAS
      *          FECHADAS EN EL) Y SUS SALDOS PASAN A MAYOR-SALDOS.SEQ;
      *          SI NO CUADRA NO SE CIERRA (RETURN-CODE 8). EL MES A
      *          CERRAR VIENE EN CIERCONT-PERIODO.SEQ (POR DEFECTO EL
      *          ANTERIOR AL DE LA CORRIDA) Y TIENE QUE SER EL SIGUIENTE
      *          AL ULTIMO CERRADO. SE CORRE ANTES DE LA PRIMERA
      *          FACTURACION DEL MES SIGUIENTE.
      * Tectonics: cobc
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.

       PROGRAM-ID. CIERCONT.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *----------------------------------------------------------------*
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.
      *----------------------------------------------------------------*
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT PERIODO-CIERRE
           ASSIGN TO '../CIERCONT-PERIODO.SEQ'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PERIODO.

       SELECT PARAMETROS
           ASSIGN TO '../PARAMETROS.SEQ'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PARAMETROS.

       SELECT CONTROL-GL
           ASSIGN TO '../CONTROL-GL.SEQ'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CONTROL.

       SELECT MAYOR-SALDOS
           ASSIGN TO '../MAYOR-SALDOS.SEQ'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SALDOS.

      * EL MAYOR DEL MES SE ABRE POR NOMBRE, SEGUN EL MES A CERRAR.
       SELECT MAYOR-MENSUAL
           ASSIGN TO DYNAMIC WS-NOMBRE-MAYOR
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-MAYOR.

       SELECT ENT-TARJETA
           ASSIGN TO '../MAESTRO-TARJETAS.VSAM'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-TARJETAS
           RECORD KEY IS MAE-NRO-TARJ.

       SELECT AUDITORIA
           ASSIGN TO '../MANTTARJ-AUDITORIA.SEQ'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-AUDITORIA.

       SELECT CASTIGOS
           ASSIGN TO '../CASTIGOS.SEQ'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CASTIGOS.

       SELECT CARTERA-GL
           ASSIGN TO '../CARTERA-GL.SEQ'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CARTERA.

       SELECT CIERRE-GL-WRK
           ASSIGN TO '../CIERRE-GL-WRK.VSAM'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS-CIE-WRK
           RECORD KEY IS CGW-NRO-TARJ.

       SELECT REPORTE-CIERRE
           ASSIGN TO '../CIERRE-CONTABLE.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-REPORTE.

       DATA DIVISION.

       FILE SECTION.

       COPY "CIERPERI.CPY".
       COPY "PARAMETROS.CPY".
       COPY "CONTGL.CPY".
       COPY "MAYSALDO.CPY".
       COPY "MAYORMOV.CPY".
       COPY "MAESTRO-TARJETAS.CPY".
       COPY "AUDITMAE.CPY".
       COPY "CASTMOV.CPY".
       COPY "CARTGL.CPY".
       COPY "CIERGWRK.CPY".
       COPY "CIERREPO.CPY".

       WORKING-STORAGE SECTION.

       01 FS-STATUS.
          05 FS-PERIODO                    PIC X(2).
             88 FS-PERIODO-OK                  VALUE '00'.
             88 FS-PERIODO-EOF                 VALUE '10'.
             88 FS-PERIODO-NFD                 VALUE '35'.

          05 FS-PARAMETROS                 PIC X(2).
             88 FS-PARAMETROS-OK               VALUE '00'.
             88 FS-PARAMETROS-EOF              VALUE '10'.
             88 FS-PARAMETROS-NFD              VALUE '35'.

          05 FS-CONTROL                    PIC X(2).
             88 FS-CONTROL-OK                  VALUE '00'.
             88 FS-CONTROL-EOF                 VALUE '10'.
             88 FS-CONTROL-NFD                 VALUE '35'.

          05 FS-SALDOS                     PIC X(2).
             88 FS-SALDOS-OK                   VALUE '00'.
             88 FS-SALDOS-EOF                  VALUE '10'.
             88 FS-SALDOS-NFD                  VALUE '35'.

          05 FS-MAYOR                      PIC X(2).
             88 FS-MAYOR-OK                    VALUE '00'.
             88 FS-MAYOR-EOF                   VALUE '10'.
             88 FS-MAYOR-NFD                   VALUE '35'.

          05 FS-TARJETAS                   PIC X(2).
             88 FS-TARJETAS-FILE-OK            VALUE '00'.
             88 FS-TARJETAS-FILE-EOF           VALUE '10'.
             88 FS-TARJETAS-FILE-NFD           VALUE '35'.

          05 FS-AUDITORIA                  PIC X(2).
             88 FS-AUDITORIA-OK                VALUE '00'.
             88 FS-AUDITORIA-EOF               VALUE '10'.
             88 FS-AUDITORIA-NFD               VALUE '35'.

          05 FS-CASTIGOS                   PIC X(2).
             88 FS-CASTIGOS-OK                 VALUE '00'.
             88 FS-CASTIGOS-EOF                VALUE '10'.
             88 FS-CASTIGOS-NFD                VALUE '35'.

          05 FS-CARTERA                    PIC X(2).
             88 FS-CARTERA-OK                  VALUE '00'.
             88 FS-CARTERA-EOF                 VALUE '10'.
             88 FS-CARTERA-NFD                 VALUE '35'.

          05 FS-CIE-WRK                    PIC X(2).
             88 FS-CIE-WRK-OK                  VALUE '00'.
             88 FS-CIE-WRK-EOF                 VALUE '10'.
             88 FS-CIE-WRK-CLAVE-DUP           VALUE '22'.
             88 FS-CIE-WRK-CLAVE-NFD           VALUE '23'.
             88 FS-CIE-WRK-NFD                 VALUE '35'.

          05 FS-REPORTE                    PIC X(2).
             88 FS-REPORTE-OK                  VALUE '00'.
             88 FS-REPORTE-EOF                 VALUE '10'.
             88 FS-REPORTE-NFD                 VALUE '35'.

       01 WS-PARAMETROS-EOF                  PIC X(1).
          88 WS-PARAMETROS-EOF-YES           VALUE 'Y'.
          88 WS-PARAMETROS-EOF-NO            VALUE 'N'.

       01 WS-CONTROL-EOF                     PIC X(1).
          88 WS-CONTROL-EOF-YES              VALUE 'Y'.
          88 WS-CONTROL-EOF-NO               VALUE 'N'.

       01 WS-SALDOS-EOF                      PIC X(1).
          88 WS-SALDOS-EOF-YES               VALUE 'Y'.
          88 WS-SALDOS-EOF-NO                VALUE 'N'.

       01 WS-MAYOR-EOF                       PIC X(1).
          88 WS-MAYOR-EOF-YES                VALUE 'Y'.
          88 WS-MAYOR-EOF-NO                 VALUE 'N'.

       01 WS-TARJETAS-EOF                    PIC X(1).
          88 WS-TARJETAS-EOF-YES             VALUE 'Y'.
          88 WS-TARJETAS-EOF-NO              VALUE 'N'.

       01 WS-AUDITORIA-EOF                   PIC X(1).
          88 WS-AUDITORIA-EOF-YES            VALUE 'Y'.
          88 WS-AUDITORIA-EOF-NO             VALUE 'N'.

       01 WS-CASTIGOS-EOF                    PIC X(1).
          88 WS-CASTIGOS-EOF-YES             VALUE 'Y'.
          88 WS-CASTIGOS-EOF-NO              VALUE 'N'.

       01 WS-CARTERA-EOF                     PIC X(1).
          88 WS-CARTERA-EOF-YES              VALUE 'Y'.
          88 WS-CARTERA-EOF-NO               VALUE 'N'.

       01 WS-CIE-WRK-EOF                     PIC X(1).
          88 WS-CIE-WRK-EOF-YES              VALUE 'Y'.
          88 WS-CIE-WRK-EOF-NO               VALUE 'N'.

      * MES A CERRAR, EL ANTERIOR (SUS SALDOS FINALES SON LOS INICIALES
      * DE ESTE) Y ULTIMO MES CERRADO SEGUN CONTROL-GL.SEQ.
       01 WS-PERIODO-CIERRE.
          05 WS-PCI-ANIO                     PIC 9(04).
          05 WS-PCI-MES                      PIC 9(02).
       01 WS-PERIODO-CIERRE-NUM REDEFINES WS-PERIODO-CIERRE
                                             PIC 9(06).

       01 WS-PERIODO-ANTERIOR.
          05 WS-PAN-ANIO                     PIC 9(04).
          05 WS-PAN-MES                      PIC 9(02).
       01 WS-PERIODO-ANTERIOR-NUM REDEFINES WS-PERIODO-ANTERIOR
                                             PIC 9(06).

       01 WS-PERIODO-SIGUIENTE.
          05 WS-PSI-ANIO                     PIC 9(04).
          05 WS-PSI-MES                      PIC 9(02).
       01 WS-PERIODO-SIGUIENTE-NUM REDEFINES WS-PERIODO-SIGUIENTE
                                             PIC 9(06).

       01 WS-ULTIMO-CERRADO.
          05 WS-UCE-ANIO                     PIC 9(04).
          05 WS-UCE-MES                      PIC 9(02).
       01 WS-ULTIMO-CERRADO-NUM REDEFINES WS-ULTIMO-CERRADO
                                             PIC 9(06).

       77 WS-MESES-AUX                       PIC 9(06).

      * AUXILIAR PARA DESCOMPONER UNA FECHA AAAA-MM-DD (AUD-FECHA).
       01 WS-FECHA-AUX-TXT                   PIC X(10).
       01 WS-FECHA-AUX-NUM REDEFINES WS-FECHA-AUX-TXT.
          05 WS-FAX-ANIO                     PIC 9(04).
          05 FILLER                          PIC X(01).
          05 WS-FAX-MES                      PIC 9(02).
          05 FILLER                          PIC X(01).
          05 WS-FAX-DIA                      PIC 9(02).

       01 WS-NOMBRE-MAYOR.
          05 FILLER                          PIC X(12)
                                             VALUE '../MAYOR-GL-'.
          05 WS-NMY-PERIODO                  PIC 9(06).
          05 FILLER                          PIC X(04) VALUE '.SEQ'.

      * MAYOR DEL MES: UNA CUENTA POR MONEDA Y CONCEPTO, ORDENADA POR
      * MONEDA Y CONCEPTO A MEDIDA QUE SE CARGA.
       01 WS-TABLA-MAYOR.
          05 WS-CANT-CUENTAS                PIC 9(04) VALUE 0.
          05 WS-MAY-ITEM OCCURS 1 TO 500 TIMES
                          DEPENDING ON WS-CANT-CUENTAS.
             10 WS-MAY-CLAVE.
                15 WS-MAY-MONEDA              PIC X(03).
                15 WS-MAY-CONCEPTO            PIC X(22).
             10 WS-MAY-INICIAL               PIC S9(13)V9(02).
             10 WS-MAY-DEBE                  PIC 9(13)V9(02).
             10 WS-MAY-HABER                 PIC 9(13)V9(02).
             10 WS-MAY-FINAL                 PIC S9(13)V9(02).

       01 WS-BUS-CLAVE.
          05 WS-BUS-MONEDA                   PIC X(03).
          05 WS-BUS-CONCEPTO                 PIC X(22).

       77 WS-SUB-MAY                         PIC 9(04).
       77 WS-SUB-CORRER                      PIC 9(04).

       01 WS-SW-POSICION                     PIC X(01).
          88 WS-POSICION-HALLADA             VALUE 'S' 'I'.
          88 WS-POSICION-EXISTENTE           VALUE 'S'.
          88 WS-POSICION-INSERTAR            VALUE 'I'.
          88 WS-POSICION-NO-HALLADA          VALUE 'N'.

      * TOTALES DEL MAYOR POR MONEDA, PARA EL BALANCE Y LA CARTERA.
       01 WS-TABLA-TOT-MONEDA.
          05 WS-CANT-TOT-MON                PIC 9(02) VALUE 0.
          05 WS-TMO-ITEM OCCURS 1 TO 20 TIMES
                          DEPENDING ON WS-CANT-TOT-MON
                          INDEXED BY WS-IX-TMO.
             10 WS-TMO-MONEDA                PIC X(03).
             10 WS-TMO-INICIAL               PIC S9(13)V9(02).
             10 WS-TMO-DEBE                  PIC 9(13)V9(02).
             10 WS-TMO-HABER                 PIC 9(13)V9(02).
             10 WS-TMO-FINAL                 PIC S9(13)V9(02).
             10 WS-TMO-CARTERA               PIC S9(13)V9(02).

       77 WS-DIFERENCIA-MON                  PIC S9(13)V9(02).

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

       01 WS-SW-BALANCE                      PIC X(01).
          88 WS-BALANCE-CUADRA               VALUE 'S'.
          88 WS-BALANCE-NO-CUADRA            VALUE 'N'.

       01 WS-SW-CONCILIACION                 PIC X(01).
          88 WS-CARTERA-CONCILIADA           VALUE 'S'.
          88 WS-CARTERA-NO-CONCILIADA        VALUE 'N'.

      * SIN CARTERA-GL.SEQ ES EL PRIMER CIERRE: LAS TARJETAS SIN
      * FACTURACION EN EL MES TOMAN EL SALDO DEL MAESTRO.
       01 WS-SW-PRIMER-CIERRE                PIC X(01).
          88 WS-PRIMER-CIERRE                VALUE 'S'.
          88 WS-NO-PRIMER-CIERRE             VALUE 'N'.

       01 WS-SW-WRK-NUEVA                    PIC X(01).
          88 WS-WRK-NUEVA                    VALUE 'S'.
          88 WS-WRK-EXISTENTE                VALUE 'N'.

      * SALDO DEL MAESTRO DENTRO DE UNA IMAGEN DEL JOURNAL
      * (MAE-SALDO-ANT OCUPA LAS POSICIONES 127 A 136 DE REG-MAESTRO).
       01 WS-IMAGEN-MAESTRO                  PIC X(162).
       01 WS-IMAGEN-SALDO REDEFINES WS-IMAGEN-MAESTRO.
          05 FILLER                          PIC X(126).
          05 WS-IMG-SALDO-ANT                PIC 9(08)V9(02).
          05 FILLER                          PIC X(26).

       77 WS-SALDO-TARJETA                   PIC S9(10)V9(02).
       77 WS-DIF-TARJETA                     PIC S9(10)V9(02).
       77 WS-IMPORTE-PESOS                   PIC S9(15)V9(02).
       77 WS-ORIGEN-SALDO                    PIC X(12).

       01 WS-TOTALES-CARTERA.
          05 WS-CARTERA-MAYOR-PESOS         PIC S9(15)V9(02).
          05 WS-CARTERA-MAESTRO             PIC S9(15)V9(02).
          05 WS-CARTERA-TARJETAS            PIC S9(15)V9(02).
          05 WS-DIF-MAYOR-MAESTRO           PIC S9(15)V9(02).
          05 WS-DIF-NO-ATRIBUIDA            PIC S9(15)V9(02).
          05 WS-DIF-ATRIBUIDA               PIC S9(15)V9(02).

       01 WS-CONTADORES.
          05 WS-CANT-MOV-MAYOR              PIC 9(09).
          05 WS-CANT-SALDOS-APERTURA        PIC 9(06).
          05 WS-CANT-SALDOS-YA-CERRADO      PIC 9(06).
          05 WS-CANT-SIN-COTIZACION         PIC 9(02).
          05 WS-CANT-TARJ-MAESTRO           PIC 9(08).
          05 WS-CANT-TARJ-DIFIEREN          PIC 9(08).
          05 WS-CANT-TARJ-FUERA             PIC 9(08).
          05 WS-CANT-TARJ-SEMBRADAS         PIC 9(08).
          05 WS-CANT-FACTURACIONES          PIC 9(08).
          05 WS-CANT-CASTIGOS-MES           PIC 9(08).
          05 WS-CANT-CARTERA-GRABADA        PIC 9(08).
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

      ******* LINEAS DEL REPORTE ***************************************
       01 TITULO-CIERRE.
          05 FILLER            PIC X(24) VALUE
             'CIERRE CONTABLE DEL MES '.
          05 TIT-PERIODO       PIC 9(06).
          05 FILLER            PIC X(11) VALUE '   CORRIDA '.
          05 TIT-FECHA         PIC X(10).
          05 FILLER            PIC X(24) VALUE
             '   ULTIMO MES CERRADO: '.
          05 TIT-ULTIMO        PIC 9(06).

       01 LINEA-SEPARADOR.
          05 FILLER            PIC X(132) VALUE ALL '-'.

       01 LINEA-TITULO-SECCION.
          05 TSE-TEXTO         PIC X(60).

       01 LINEA-AVISO.
          05 FILLER            PIC X(04) VALUE '*** '.
          05 AVI-TEXTO         PIC X(100).

       01 LINEA-ENCABEZADO-MAYOR.
          05 FILLER            PIC X(05) VALUE 'MON'.
          05 FILLER            PIC X(24) VALUE 'CONCEPTO'.
          05 FILLER            PIC X(23) VALUE
             '        SALDO INICIAL'.
          05 FILLER            PIC X(22) VALUE
             '                 DEBE'.
          05 FILLER            PIC X(22) VALUE
             '                HABER'.
          05 FILLER            PIC X(21) VALUE
             '          SALDO FINAL'.

       01 LINEA-MAYOR.
          05 MAY-MONEDA        PIC X(03).
          05 FILLER            PIC X(02) VALUE SPACES.
          05 MAY-CONCEPTO      PIC X(22).
          05 FILLER            PIC X(02) VALUE SPACES.
          05 MAY-INICIAL       PIC -Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
          05 FILLER            PIC X(02) VALUE SPACES.
          05 MAY-DEBE          PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
          05 FILLER            PIC X(02) VALUE SPACES.
          05 MAY-HABER         PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
          05 FILLER            PIC X(02) VALUE SPACES.
          05 MAY-FINAL         PIC -Z.ZZZ.ZZZ.ZZZ.ZZ9,99.

       01 LINEA-ENCABEZADO-BAL.
          05 FILLER            PIC X(05) VALUE 'MON'.
          05 FILLER            PIC X(22) VALUE
             '                 DEBE'.
          05 FILLER            PIC X(22) VALUE
             '                HABER'.
          05 FILLER            PIC X(23) VALUE
             '     DEBE MENOS HABER'.
          05 FILLER            PIC X(23) VALUE
             '    SUMA SALDOS FINAL'.
          05 FILLER            PIC X(10) VALUE '  ESTADO'.

       01 LINEA-BALANCE.
          05 BAL-MONEDA        PIC X(03).
          05 FILLER            PIC X(02) VALUE SPACES.
          05 BAL-DEBE          PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
          05 FILLER            PIC X(02) VALUE SPACES.
          05 BAL-HABER         PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
          05 FILLER            PIC X(02) VALUE SPACES.
          05 BAL-DIFERENCIA    PIC -Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
          05 FILLER            PIC X(02) VALUE SPACES.
          05 BAL-SUMA-FINAL    PIC -Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
          05 FILLER            PIC X(02) VALUE SPACES.
          05 BAL-ESTADO        PIC X(10).

       01 LINEA-CARTERA-MON.
          05 FILLER            PIC X(23) VALUE
             'CARTERA DEL MAYOR EN '.
          05 CMO-MONEDA        PIC X(03).
          05 FILLER            PIC X(02) VALUE SPACES.
          05 CMO-SALDO         PIC -Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
          05 FILLER            PIC X(11) VALUE '   COTIZ. '.
          05 CMO-COTIZACION    PIC ZZ.ZZZ.ZZ9,99.
          05 FILLER            PIC X(03) VALUE SPACES.
          05 CMO-PESOS         PIC -Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
          05 FILLER            PIC X(02) VALUE SPACES.
          05 CMO-OBSERVACION   PIC X(16).

       01 LINEA-IMPORTE.
          05 IMP-ETIQUETA      PIC X(54).
          05 IMP-IMPORTE       PIC -Z.ZZZ.ZZZ.ZZZ.ZZ9,99.

       01 LINEA-CANTIDAD.
          05 CAN-ETIQUETA      PIC X(54).
          05 CAN-CANT          PIC ZZZ.ZZZ.ZZ9.

       01 LINEA-ENCABEZADO-TARJ.
          05 FILLER            PIC X(21) VALUE 'TARJETA'.
          05 FILLER            PIC X(22) VALUE 'OBSERVACION'.
          05 FILLER            PIC X(14) VALUE 'SALDO MAYOR'.
          05 FILLER            PIC X(19) VALUE
             '     SALDO MAYOR'.
          05 FILLER            PIC X(19) VALUE
             '   SALDO MAESTRO'.
          05 FILLER            PIC X(19) VALUE
             '      DIFERENCIA'.

       01 LINEA-TARJETA.
          05 TAR-NRO-TARJ      PIC X(19).
          05 FILLER            PIC X(02) VALUE SPACES.
          05 TAR-OBSERVACION   PIC X(20).
          05 FILLER            PIC X(02) VALUE SPACES.
          05 TAR-ORIGEN        PIC X(12).
          05 FILLER            PIC X(02) VALUE SPACES.
          05 TAR-SALDO-MAYOR   PIC -Z.ZZZ.ZZZ.ZZ9,99.
          05 FILLER            PIC X(02) VALUE SPACES.
          05 TAR-SALDO-MAESTRO PIC -Z.ZZZ.ZZZ.ZZ9,99.
          05 FILLER            PIC X(02) VALUE SPACES.
          05 TAR-DIFERENCIA    PIC -Z.ZZZ.ZZZ.ZZ9,99.
      ******************************************************************

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

           PERFORM 1000-INICIAR-PROGRAMA
              THRU 1000-INICIAR-PROGRAMA-EXIT.

           PERFORM 1200-CARGAR-APERTURA
              THRU 1200-CARGAR-APERTURA-FIN.

           PERFORM 1300-CARGAR-MAYOR
              THRU 1300-CARGAR-MAYOR-FIN.

           PERFORM 2000-INFORMAR-MAYOR
              THRU 2000-INFORMAR-MAYOR-EXIT.

           PERFORM 2400-BALANCE-COMPROBACION
              THRU 2400-BALANCE-COMPROBACION-FIN.

           PERFORM 2500-CONCILIAR-CARTERA
              THRU 2500-CONCILIAR-CARTERA-EXIT.

           IF WS-BALANCE-CUADRA AND WS-CARTERA-CONCILIADA
              PERFORM 3000-CERRAR-MES
                 THRU 3000-CERRAR-MES-FIN
           END-IF.

           PERFORM 3500-CERRAR-ARCHIVOS
              THRU 3500-CERRAR-ARCHIVOS-EXIT.

           PERFORM 4000-TOTALES-CIERRE
              THRU 4000-TOTALES-CIERRE-EXIT.

           STOP RUN.
      *----------------------------------------------------------------*
      * 1000-INICIAR-PROGRAMA : MES A CERRAR, COTIZACIONES Y ULTIMO MES *
      * CERRADO. UN MES YA CERRADO, O QUE NO ES EL SIGUIENTE AL ULTIMO  *
      * CERRADO, NO SE PROCESA.                                         *
      *----------------------------------------------------------------*
       1000-INICIAR-PROGRAMA.

           INITIALIZE WS-CONTADORES.
           INITIALIZE WS-TOTALES-CARTERA.
           SET WS-BALANCE-CUADRA TO TRUE.
           SET WS-CARTERA-NO-CONCILIADA TO TRUE.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
           MOVE WS-CURRENT-YEAR  TO WS-FPR-ANIO.
           MOVE WS-CURRENT-MONTH TO WS-FPR-MES.
           MOVE WS-CURRENT-DAY   TO WS-FPR-DIA.

           PERFORM 1010-LEER-PERIODO
              THRU 1010-LEER-PERIODO-FIN.

           PERFORM 1050-LEER-PARAMETROS
              THRU 1050-LEER-PARAMETROS-FIN.

           PERFORM 1100-BUSCAR-ULTIMO-CIERRE
              THRU 1100-BUSCAR-ULTIMO-CIERRE-FIN.

           IF WS-ULTIMO-CERRADO-NUM > 0
              COMPUTE WS-MESES-AUX = WS-UCE-ANIO * 12 + WS-UCE-MES
              DIVIDE WS-MESES-AUX BY 12 GIVING WS-PSI-ANIO
                     REMAINDER WS-PSI-MES
              ADD 1 TO WS-PSI-MES
              IF WS-PERIODO-CIERRE-NUM NOT > WS-ULTIMO-CERRADO-NUM
                 DISPLAY '*** EL MES ' WS-PERIODO-CIERRE-NUM
                         ' YA ESTA CERRADO, NO SE PROCESA ***'
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              IF WS-PERIODO-CIERRE-NUM NOT = WS-PERIODO-SIGUIENTE-NUM
                 DISPLAY '*** ANTES DE ' WS-PERIODO-CIERRE-NUM
                         ' HAY QUE CERRAR ' WS-PERIODO-SIGUIENTE-NUM
                         ', NO SE PROCESA ***'
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.

           COMPUTE WS-MESES-AUX = WS-PCI-ANIO * 12 + WS-PCI-MES - 2.
           DIVIDE WS-MESES-AUX BY 12 GIVING WS-PAN-ANIO
                  REMAINDER WS-PAN-MES.
           ADD 1 TO WS-PAN-MES.

           MOVE WS-PERIODO-CIERRE-NUM TO WS-NMY-PERIODO.

           OPEN OUTPUT REPORTE-CIERRE.
           IF NOT FS-REPORTE-OK
              DISPLAY 'ERROR AL ABRIR EL REPORTE DEL CIERRE'
              DISPLAY 'FILE STATUS: ' FS-REPORTE
           END-IF.

           MOVE WS-PERIODO-CIERRE-NUM TO TIT-PERIODO.
           MOVE WS-FECHA-PROCESO-ED   TO TIT-FECHA.
           MOVE WS-ULTIMO-CERRADO-NUM TO TIT-ULTIMO.
           MOVE TITULO-CIERRE TO LINEA-REPORTE-CIERRE.
           PERFORM 2950-GRABAR-REPORTE
              THRU 2950-GRABAR-REPORTE-FIN.

       1000-INICIAR-PROGRAMA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 1010-LEER-PERIODO : MES DE CIERCONT-PERIODO.SEQ. SIN ARCHIVO O  *
      * EN BLANCO SE CIERRA EL MES ANTERIOR AL DE LA CORRIDA.           *
      *----------------------------------------------------------------*
       1010-LEER-PERIODO.

           MOVE SPACES TO REG-PERIODO-CIERRE.

           OPEN INPUT PERIODO-CIERRE.
           IF FS-PERIODO-OK
              READ PERIODO-CIERRE
                AT END
                   MOVE SPACES TO REG-PERIODO-CIERRE
              END-READ
              CLOSE PERIODO-CIERRE
           END-IF.

           IF CPE-PERIODO = SPACES
              COMPUTE WS-MESES-AUX = WS-CURRENT-YEAR * 12
                                   + WS-CURRENT-MONTH - 2
              DIVIDE WS-MESES-AUX BY 12 GIVING WS-PCI-ANIO
                     REMAINDER WS-PCI-MES
              ADD 1 TO WS-PCI-MES
           ELSE
              IF CPE-PERIODO IS NOT NUMERIC
                 DISPLAY '*** MES A CERRAR INVALIDO EN '
                         'CIERCONT-PERIODO.SEQ: ' CPE-PERIODO
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE CPE-PERIODO TO WS-PERIODO-CIERRE
              IF WS-PCI-MES < 1 OR WS-PCI-MES > 12
                 DISPLAY '*** MES A CERRAR INVALIDO EN '
                         'CIERCONT-PERIODO.SEQ: ' CPE-PERIODO
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.

       1010-LEER-PERIODO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * 1050-LEER-PARAMETROS : COTIZACIONES DEL DIA PARA LLEVAR A PESOS *
      * LA CARTERA DEL MAYOR EN OTRA MONEDA. SIN ARCHIVO SOLO QUEDA     *
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
                            'VALUA LA CARTERA EN PESOS'
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR PARAMETROS.SEQ, SOLO SE '
                            'VALUA LA CARTERA EN PESOS'
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
      * 1100-BUSCAR-ULTIMO-CIERRE : EL MAYOR DE LOS MESES DE LAS LINEAS *
      * 'C' DE CONTROL-GL.SEQ. SIN ARCHIVO NO HAY MESES CERRADOS.       *
      *----------------------------------------------------------------*
       1100-BUSCAR-ULTIMO-CIERRE.

           MOVE 0 TO WS-ULTIMO-CERRADO-NUM.
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
                    DISPLAY '*** ERROR AL ABRIR CONTROL-GL.SEQ, NO SE '
                            'PROCESA ***'
                    DISPLAY 'FILE STATUS: ' FS-CONTROL
                    MOVE 8 TO RETURN-CODE
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
                    DISPLAY '*** ERROR AL LEER CONTROL-GL.SEQ, NO SE '
                            'PROCESA ***'
                    DISPLAY 'FILE STATUS: ' FS-CONTROL
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
           END-EVALUATE.

       1110-LEER-CONTROL-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1120-VER-CIERRE.

           IF CTG-ES-CIERRE AND CTG-PERIODO IS NUMERIC
              IF CTG-PERIODO > WS-ULTIMO-CERRADO-NUM
                 MOVE CTG-PERIODO TO WS-ULTIMO-CERRADO-NUM
              END-IF
           END-IF.

           PERFORM 1110-LEER-CONTROL
              THRU 1110-LEER-CONTROL-FIN.

       1120-VER-CIERRE-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * 1200-CARGAR-APERTURA : LOS SALDOS FINALES DEL MES ANTERIOR EN   *
      * MAYOR-SALDOS.SEQ SON LOS INICIALES DE ESTE. SI YA HAY SALDOS    *
      * DEL MES A CERRAR (UN CIERRE QUE NO LLEGO A MARCARSE) NO SE      *
      * PROCESA: SE DUPLICARIAN AL CERRAR.                              *
      *----------------------------------------------------------------*
       1200-CARGAR-APERTURA.

           SET WS-SALDOS-EOF-NO TO TRUE.

           OPEN INPUT MAYOR-SALDOS.

           EVALUATE TRUE
               WHEN FS-SALDOS-OK
                    PERFORM 1210-LEER-SALDO
                       THRU 1210-LEER-SALDO-FIN
                    PERFORM 1220-CARGAR-SALDO
                       THRU 1220-CARGAR-SALDO-FIN
                      UNTIL WS-SALDOS-EOF-YES
                    CLOSE MAYOR-SALDOS
               WHEN FS-SALDOS-NFD
                    CONTINUE
               WHEN OTHER
                    DISPLAY '*** ERROR AL ABRIR MAYOR-SALDOS.SEQ, NO '
                            'SE PROCESA ***'
                    DISPLAY 'FILE STATUS: ' FS-SALDOS
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
           END-EVALUATE.

           IF WS-CANT-SALDOS-YA-CERRADO > 0
              DISPLAY '*** MAYOR-SALDOS.SEQ YA TIENE '
                      WS-CANT-SALDOS-YA-CERRADO ' SALDOS DEL MES '
                      WS-PERIODO-CIERRE-NUM
              DISPLAY '*** QUITARLOS ANTES DE VOLVER A CERRARLO, NO '
                      'SE PROCESA ***'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           IF WS-CANT-SALDOS-APERTURA = 0
              MOVE 'SIN SALDOS DEL MES ANTERIOR EN MAYOR-SALDOS.SEQ'
                TO AVI-TEXTO
              MOVE LINEA-AVISO TO LINEA-REPORTE-CIERRE
              PERFORM 2950-GRABAR-REPORTE
                 THRU 2950-GRABAR-REPORTE-FIN
           END-IF.

       1200-CARGAR-APERTURA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1210-LEER-SALDO.

           READ MAYOR-SALDOS
             AT END
                SET WS-SALDOS-EOF-YES         TO TRUE
             NOT AT END
                SET WS-SALDOS-EOF-NO          TO TRUE
           END-READ.

           EVALUATE FS-SALDOS
               WHEN '00'
                    CONTINUE
               WHEN '10'
                    CONTINUE
               WHEN OTHER
                    DISPLAY '*** ERROR AL LEER MAYOR-SALDOS.SEQ, NO SE '
                            'PROCESA ***'
                    DISPLAY 'FILE STATUS: ' FS-SALDOS
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
           END-EVALUATE.

       1210-LEER-SALDO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1220-CARGAR-SALDO.

           EVALUATE TRUE
               WHEN MYS-PERIODO IS NOT NUMERIC
                    CONTINUE
               WHEN MYS-PERIODO = WS-PERIODO-ANTERIOR-NUM
                    ADD 1 TO WS-CANT-SALDOS-APERTURA
                    MOVE MYS-MONEDA   TO WS-BUS-MONEDA
                    MOVE MYS-CONCEPTO TO WS-BUS-CONCEPTO
                    PERFORM 1350-UBICAR-CUENTA
                       THRU 1350-UBICAR-CUENTA-FIN
                    ADD MYS-SALDO-FINAL TO WS-MAY-INICIAL(WS-SUB-MAY)
               WHEN MYS-PERIODO = WS-PERIODO-CIERRE-NUM
                    ADD 1 TO WS-CANT-SALDOS-YA-CERRADO
               WHEN OTHER
                    CONTINUE
           END-EVALUATE.

           PERFORM 1210-LEER-SALDO
              THRU 1210-LEER-SALDO-FIN.

       1220-CARGAR-SALDO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * 1300-CARGAR-MAYOR : SUMA EL DEBE Y EL HABER DEL MES POR MONEDA  *
      * Y CONCEPTO. SIN MAYOR DEL MES NO HUBO MOVIMIENTOS: EL CIERRE    *
      * SOLO ARRASTRA LOS SALDOS.                                       *
      *----------------------------------------------------------------*
       1300-CARGAR-MAYOR.

           SET WS-MAYOR-EOF-NO TO TRUE.

           OPEN INPUT MAYOR-MENSUAL.

           EVALUATE TRUE
               WHEN FS-MAYOR-OK
                    PERFORM 1310-LEER-MAYOR
                       THRU 1310-LEER-MAYOR-FIN
                    PERFORM 1320-CARGAR-MOVIMIENTO
                       THRU 1320-CARGAR-MOVIMIENTO-FIN
                      UNTIL WS-MAYOR-EOF-YES
                    CLOSE MAYOR-MENSUAL
               WHEN FS-MAYOR-NFD
                    DISPLAY 'NO SE ENCUENTRA ' WS-NOMBRE-MAYOR
                            ', EL MES NO TUVO MOVIMIENTOS'
                    MOVE 'EL MES NO TUVO MOVIMIENTOS (NO HAY MAYOR)'
                      TO AVI-TEXTO
                    MOVE LINEA-AVISO TO LINEA-REPORTE-CIERRE
                    PERFORM 2950-GRABAR-REPORTE
                       THRU 2950-GRABAR-REPORTE-FIN
               WHEN OTHER
                    DISPLAY '*** ERROR AL ABRIR ' WS-NOMBRE-MAYOR
                            ', NO SE PROCESA ***'
                    DISPLAY 'FILE STATUS: ' FS-MAYOR
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
           END-EVALUATE.

       1300-CARGAR-MAYOR-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1310-LEER-MAYOR.

           READ MAYOR-MENSUAL
             AT END
                SET WS-MAYOR-EOF-YES          TO TRUE
             NOT AT END
                SET WS-MAYOR-EOF-NO           TO TRUE
           END-READ.

           EVALUATE FS-MAYOR
               WHEN '00'
                    CONTINUE
               WHEN '10'
                    CONTINUE
               WHEN OTHER
                    DISPLAY '*** ERROR AL LEER ' WS-NOMBRE-MAYOR
                            ', NO SE PROCESA ***'
                    DISPLAY 'FILE STATUS: ' FS-MAYOR
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
           END-EVALUATE.

       1310-LEER-MAYOR-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1320-CARGAR-MOVIMIENTO.

           ADD 1 TO WS-CANT-MOV-MAYOR.
           MOVE MYM-MONEDA   TO WS-BUS-MONEDA.
           MOVE MYM-CONCEPTO TO WS-BUS-CONCEPTO.
           PERFORM 1350-UBICAR-CUENTA
              THRU 1350-UBICAR-CUENTA-FIN.

           ADD MYM-DEBE  TO WS-MAY-DEBE(WS-SUB-MAY).
           ADD MYM-HABER TO WS-MAY-HABER(WS-SUB-MAY).
           ADD MYM-DEBE  TO WS-TOT-DEBE.
           ADD MYM-HABER TO WS-TOT-HABER.

           PERFORM 1310-LEER-MAYOR
              THRU 1310-LEER-MAYOR-FIN.

       1320-CARGAR-MOVIMIENTO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * 1350-UBICAR-CUENTA : DEJA EN WS-SUB-MAY LA CUENTA DE            *
      * WS-BUS-CLAVE. SI NO ESTA LA INSERTA EN SU LUGAR, CORRIENDO LAS  *
      * SIGUIENTES, PARA QUE LA TABLA QUEDE ORDENADA POR MONEDA Y       *
      * CONCEPTO.                                                       *
      *----------------------------------------------------------------*
       1350-UBICAR-CUENTA.

           MOVE 1 TO WS-SUB-MAY.
           SET WS-POSICION-NO-HALLADA TO TRUE.
           PERFORM 1360-BUSCAR-POSICION
              THRU 1360-BUSCAR-POSICION-FIN
             UNTIL WS-POSICION-HALLADA
                OR WS-SUB-MAY > WS-CANT-CUENTAS.

           IF NOT WS-POSICION-EXISTENTE
              IF WS-CANT-CUENTAS NOT < 500
                 DISPLAY '*** TABLA DE CUENTAS DEL MAYOR LLENA, NO SE '
                         'PROCESA ***'
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO WS-CANT-CUENTAS
              PERFORM 1370-CORRER-CUENTA
                 THRU 1370-CORRER-CUENTA-FIN
                 VARYING WS-SUB-CORRER FROM WS-CANT-CUENTAS BY -1
                   UNTIL WS-SUB-CORRER NOT > WS-SUB-MAY
              MOVE WS-BUS-CLAVE TO WS-MAY-CLAVE(WS-SUB-MAY)
              MOVE 0 TO WS-MAY-INICIAL(WS-SUB-MAY)
              MOVE 0 TO WS-MAY-DEBE(WS-SUB-MAY)
              MOVE 0 TO WS-MAY-HABER(WS-SUB-MAY)
              MOVE 0 TO WS-MAY-FINAL(WS-SUB-MAY)
           END-IF.

       1350-UBICAR-CUENTA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1360-BUSCAR-POSICION.

           EVALUATE TRUE
               WHEN WS-MAY-CLAVE(WS-SUB-MAY) < WS-BUS-CLAVE
                    ADD 1 TO WS-SUB-MAY
               WHEN WS-MAY-CLAVE(WS-SUB-MAY) = WS-BUS-CLAVE
                    SET WS-POSICION-EXISTENTE TO TRUE
               WHEN OTHER
                    SET WS-POSICION-INSERTAR TO TRUE
           END-EVALUATE.

       1360-BUSCAR-POSICION-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1370-CORRER-CUENTA.

           MOVE WS-MAY-ITEM(WS-SUB-CORRER - 1)
             TO WS-MAY-ITEM(WS-SUB-CORRER).

       1370-CORRER-CUENTA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * 2000-INFORMAR-MAYOR : SALDO FINAL DE CADA CUENTA, LISTADO DEL   *
      * MAYOR CON UN TOTAL POR MONEDA, Y CARTERA DEL MAYOR POR MONEDA   *
      * (LAS BAJAS POR CASTIGOS MENOS LA CONTRAPARTIDA CARTERA: LA      *
      * FACTURACION ACREDITA LA CONTRAPARTIDA CUANDO LA CARTERA CRECE). *
      *----------------------------------------------------------------*
       2000-INFORMAR-MAYOR.

           MOVE LINEA-SEPARADOR TO LINEA-REPORTE-CIERRE.
           PERFORM 2950-GRABAR-REPORTE
              THRU 2950-GRABAR-REPORTE-FIN.
           MOVE 'MAYOR DEL MES POR MONEDA Y CONCEPTO' TO TSE-TEXTO.
           MOVE LINEA-TITULO-SECCION TO LINEA-REPORTE-CIERRE.
           PERFORM 2950-GRABAR-REPORTE
              THRU 2950-GRABAR-REPORTE-FIN.
           MOVE LINEA-ENCABEZADO-MAYOR TO LINEA-REPORTE-CIERRE.
           PERFORM 2950-GRABAR-REPORTE
              THRU 2950-GRABAR-REPORTE-FIN.

           MOVE 0 TO WS-CANT-TOT-MON.

           IF WS-CANT-CUENTAS > 0
              PERFORM 2010-INFORMAR-CUENTA
                 THRU 2010-INFORMAR-CUENTA-FIN
                 VARYING WS-SUB-MAY FROM 1 BY 1
                   UNTIL WS-SUB-MAY > WS-CANT-CUENTAS
              PERFORM 2030-INFORMAR-TOTAL-MONEDA
                 THRU 2030-INFORMAR-TOTAL-MONEDA-FIN
           END-IF.

       2000-INFORMAR-MAYOR-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2010-INFORMAR-CUENTA.

           COMPUTE WS-MAY-FINAL(WS-SUB-MAY) =
                   WS-MAY-INICIAL(WS-SUB-MAY)
                 + WS-MAY-DEBE(WS-SUB-MAY)
                 - WS-MAY-HABER(WS-SUB-MAY).

           IF WS-CANT-TOT-MON = 0
              PERFORM 2020-AGREGAR-MONEDA
                 THRU 2020-AGREGAR-MONEDA-FIN
           ELSE
              IF WS-MAY-MONEDA(WS-SUB-MAY)
                 NOT = WS-TMO-MONEDA(WS-CANT-TOT-MON)
                 PERFORM 2030-INFORMAR-TOTAL-MONEDA
                    THRU 2030-INFORMAR-TOTAL-MONEDA-FIN
                 PERFORM 2020-AGREGAR-MONEDA
                    THRU 2020-AGREGAR-MONEDA-FIN
              END-IF
           END-IF.

           SET WS-IX-TMO TO WS-CANT-TOT-MON.
           ADD WS-MAY-INICIAL(WS-SUB-MAY) TO WS-TMO-INICIAL(WS-IX-TMO).
           ADD WS-MAY-DEBE(WS-SUB-MAY)    TO WS-TMO-DEBE(WS-IX-TMO).
           ADD WS-MAY-HABER(WS-SUB-MAY)   TO WS-TMO-HABER(WS-IX-TMO).
           ADD WS-MAY-FINAL(WS-SUB-MAY)   TO WS-TMO-FINAL(WS-IX-TMO).

           EVALUATE WS-MAY-CONCEPTO(WS-SUB-MAY)
               WHEN 'CONTRAPARTIDA CARTERA'
                    SUBTRACT WS-MAY-FINAL(WS-SUB-MAY)
                        FROM WS-TMO-CARTERA(WS-IX-TMO)
               WHEN 'BAJA CARTERA CASTIGOS'
                    ADD WS-MAY-FINAL(WS-SUB-MAY)
                     TO WS-TMO-CARTERA(WS-IX-TMO)
               WHEN OTHER
                    CONTINUE
           END-EVALUATE.

           MOVE WS-MAY-MONEDA(WS-SUB-MAY)   TO MAY-MONEDA.
           MOVE WS-MAY-CONCEPTO(WS-SUB-MAY) TO MAY-CONCEPTO.
           MOVE WS-MAY-INICIAL(WS-SUB-MAY)  TO MAY-INICIAL.
           MOVE WS-MAY-DEBE(WS-SUB-MAY)     TO MAY-DEBE.
           MOVE WS-MAY-HABER(WS-SUB-MAY)    TO MAY-HABER.
           MOVE WS-MAY-FINAL(WS-SUB-MAY)    TO MAY-FINAL.
           MOVE LINEA-MAYOR TO LINEA-REPORTE-CIERRE.
           PERFORM 2950-GRABAR-REPORTE
              THRU 2950-GRABAR-REPORTE-FIN.

       2010-INFORMAR-CUENTA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2020-AGREGAR-MONEDA.

           IF WS-CANT-TOT-MON NOT < 20
              DISPLAY '*** TABLA DE MONEDAS DEL MAYOR LLENA, NO SE '
                      'PROCESA ***'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           ADD 1 TO WS-CANT-TOT-MON.
           SET WS-IX-TMO TO WS-CANT-TOT-MON.
           MOVE WS-MAY-MONEDA(WS-SUB-MAY) TO WS-TMO-MONEDA(WS-IX-TMO).
           MOVE 0 TO WS-TMO-INICIAL(WS-IX-TMO).
           MOVE 0 TO WS-TMO-DEBE(WS-IX-TMO).
           MOVE 0 TO WS-TMO-HABER(WS-IX-TMO).
           MOVE 0 TO WS-TMO-FINAL(WS-IX-TMO).
           MOVE 0 TO WS-TMO-CARTERA(WS-IX-TMO).

       2020-AGREGAR-MONEDA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2030-INFORMAR-TOTAL-MONEDA.

           SET WS-IX-TMO TO WS-CANT-TOT-MON.
           MOVE WS-TMO-MONEDA(WS-IX-TMO)  TO MAY-MONEDA.
           MOVE 'TOTAL DE LA MONEDA'      TO MAY-CONCEPTO.
           MOVE WS-TMO-INICIAL(WS-IX-TMO) TO MAY-INICIAL.
           MOVE WS-TMO-DEBE(WS-IX-TMO)    TO MAY-DEBE.
           MOVE WS-TMO-HABER(WS-IX-TMO)   TO MAY-HABER.
           MOVE WS-TMO-FINAL(WS-IX-TMO)   TO MAY-FINAL.
           MOVE LINEA-MAYOR TO LINEA-REPORTE-CIERRE.
           PERFORM 2950-GRABAR-REPORTE
              THRU 2950-GRABAR-REPORTE-FIN.
           MOVE SPACES TO LINEA-REPORTE-CIERRE.
           PERFORM 2950-GRABAR-REPORTE
              THRU 2950-GRABAR-REPORTE-FIN.

       2030-INFORMAR-TOTAL-MONEDA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * 2400-BALANCE-COMPROBACION : POR MONEDA, EL DEBE DEL MES TIENE   *
      * QUE IGUALAR AL HABER Y LOS SALDOS FINALES TIENEN QUE SUMAR      *
      * CERO. SI ALGUNA MONEDA NO CUADRA EL MES NO SE CIERRA.           *
      *----------------------------------------------------------------*
       2400-BALANCE-COMPROBACION.

           MOVE LINEA-SEPARADOR TO LINEA-REPORTE-CIERRE.
           PERFORM 2950-GRABAR-REPORTE
              THRU 2950-GRABAR-REPORTE-FIN.
           MOVE 'BALANCE DE COMPROBACION' TO TSE-TEXTO.
           MOVE LINEA-TITULO-SECCION TO LINEA-REPORTE-CIERRE.
           PERFORM 2950-GRABAR-REPORTE
              THRU 2950-GRABAR-REPORTE-FIN.
           MOVE LINEA-ENCABEZADO-BAL TO LINEA-REPORTE-CIERRE.
           PERFORM 2950-GRABAR-REPORTE
              THRU 2950-GRABAR-REPORTE-FIN.

           IF WS-CANT-TOT-MON > 0
              PERFORM 2410-BALANCE-MONEDA
                 THRU 2410-BALANCE-MONEDA-FIN
                 VARYING WS-IX-TMO FROM 1 BY 1
                   UNTIL WS-IX-TMO > WS-CANT-TOT-MON
           END-IF.

           IF WS-BALANCE-CUADRA
              MOVE 'EL BALANCE DE COMPROBACION CUADRA' TO TSE-TEXTO
           ELSE
              MOVE 'EL BALANCE NO CUADRA: EL MES NO SE CIERRA'
                TO TSE-TEXTO
           END-IF.
           MOVE LINEA-TITULO-SECCION TO LINEA-REPORTE-CIERRE.
           PERFORM 2950-GRABAR-REPORTE
              THRU 2950-GRABAR-REPORTE-FIN.

       2400-BALANCE-COMPROBACION-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2410-BALANCE-MONEDA.

           COMPUTE WS-DIFERENCIA-MON = WS-TMO-DEBE(WS-IX-TMO)
                                     - WS-TMO-HABER(WS-IX-TMO).

           MOVE WS-TMO-MONEDA(WS-IX-TMO) TO BAL-MONEDA.
           MOVE WS-TMO-DEBE(WS-IX-TMO)   TO BAL-DEBE.
           MOVE WS-TMO-HABER(WS-IX-TMO)  TO BAL-HABER.
           MOVE WS-DIFERENCIA-MON        TO BAL-DIFERENCIA.
           MOVE WS-TMO-FINAL(WS-IX-TMO)  TO BAL-SUMA-FINAL.

           IF WS-DIFERENCIA-MON = 0 AND WS-TMO-FINAL(WS-IX-TMO) = 0
              MOVE 'CUADRA'    TO BAL-ESTADO
           ELSE
              MOVE 'NO CUADRA' TO BAL-ESTADO
              SET WS-BALANCE-NO-CUADRA TO TRUE
           END-IF.

           MOVE LINEA-BALANCE TO LINEA-REPORTE-CIERRE.
           PERFORM 2950-GRABAR-REPORTE
              THRU 2950-GRABAR-REPORTE-FIN.

       2410-BALANCE-MONEDA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * 2500-CONCILIAR-CARTERA : CARTERA DEL MAYOR EN PESOS CONTRA LA   *
      * SUMA DE MAE-SALDO-ANT, Y DETALLE POR TARJETA. EL SALDO DE CADA  *
      * TARJETA SEGUN EL MAYOR SE ARMA EN CIERRE-GL-WRK CON EL DEL      *
      * CIERRE ANTERIOR, SU ULTIMA FACTURACION DEL MES Y SUS CASTIGOS   *
      * DEL MES. LA PARTE DE LA DIFERENCIA QUE NO SE EXPLICA POR        *
      * TARJETAS VIENE DE COTIZACIONES O DE SALDOS DE APERTURA. SIN     *
      * MAESTRO NO SE CONCILIA Y EL MES NO SE CIERRA.                   *
      *----------------------------------------------------------------*
       2500-CONCILIAR-CARTERA.

           MOVE LINEA-SEPARADOR TO LINEA-REPORTE-CIERRE.
           PERFORM 2950-GRABAR-REPORTE
              THRU 2950-GRABAR-REPORTE-FIN.
           MOVE 'CONCILIACION DE LA CARTERA CONTRA EL MAESTRO'
             TO TSE-TEXTO.
           MOVE LINEA-TITULO-SECCION TO LINEA-REPORTE-CIERRE.
           PERFORM 2950-GRABAR-REPORTE
              THRU 2950-GRABAR-REPORTE-FIN.

           IF WS-CANT-TOT-MON > 0
              PERFORM 2505-VALUAR-CARTERA-MONEDA
                 THRU 2505-VALUAR-CARTERA-MONEDA-FIN
                 VARYING WS-IX-TMO FROM 1 BY 1
                   UNTIL WS-IX-TMO > WS-CANT-TOT-MON
           END-IF.

           SET WS-TARJETAS-EOF-NO TO TRUE.
           OPEN INPUT ENT-TARJETA.
           IF NOT FS-TARJETAS-FILE-OK
              DISPLAY '*** ERROR AL ABRIR EL MAESTRO DE TARJETAS, NO '
                      'SE CONCILIA LA CARTERA ***'
              DISPLAY 'FILE STATUS: ' FS-TARJETAS
              MOVE 'SIN MAESTRO NO SE CONCILIA NI SE CIERRA EL MES'
                TO AVI-TEXTO
              MOVE LINEA-AVISO TO LINEA-REPORTE-CIERRE
              PERFORM 2950-GRABAR-REPORTE
                 THRU 2950-GRABAR-REPORTE-FIN
           ELSE
              PERFORM 2510-PREPARAR-TARJETAS
                 THRU 2510-PREPARAR-TARJETAS-FIN
              PERFORM 2600-RECORRER-MAESTRO
                 THRU 2600-RECORRER-MAESTRO-FIN
              CLOSE ENT-TARJETA
              PERFORM 2700-TARJETAS-FUERA-MAESTRO
                 THRU 2700-TARJETAS-FUERA-MAESTRO-FIN
              PERFORM 2800-INFORMAR-CONCILIACION
                 THRU 2800-INFORMAR-CONCILIACION-FIN
              SET WS-CARTERA-CONCILIADA TO TRUE
           END-IF.

       2500-CONCILIAR-CARTERA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2505-VALUAR-CARTERA-MONEDA.

           MOVE WS-TMO-MONEDA(WS-IX-TMO) TO CMO-MONEDA.
           MOVE WS-TMO-CARTERA(WS-IX-TMO) TO CMO-SALDO.

           SET WS-MONEDA-NO-ENCONTRADA TO TRUE.
           SET WS-IX-MON TO 1.
           SEARCH WS-MONEDA-ITEM
              WHEN WS-MON-CODIGO(WS-IX-MON) = WS-TMO-MONEDA(WS-IX-TMO)
                   SET WS-MONEDA-ENCONTRADA TO TRUE
           END-SEARCH.

           IF WS-MONEDA-ENCONTRADA
              COMPUTE WS-IMPORTE-PESOS = WS-TMO-CARTERA(WS-IX-TMO)
                                       * WS-MON-COTIZACION(WS-IX-MON)
              ADD WS-IMPORTE-PESOS TO WS-CARTERA-MAYOR-PESOS
              MOVE WS-MON-COTIZACION(WS-IX-MON) TO CMO-COTIZACION
              MOVE WS-IMPORTE-PESOS TO CMO-PESOS
              MOVE SPACES TO CMO-OBSERVACION
           ELSE
              MOVE 0 TO CMO-COTIZACION
              MOVE 0 TO CMO-PESOS
              IF WS-TMO-CARTERA(WS-IX-TMO) NOT = 0
                 ADD 1 TO WS-CANT-SIN-COTIZACION
                 MOVE 'SIN COTIZACION' TO CMO-OBSERVACION
              ELSE
                 MOVE SPACES TO CMO-OBSERVACION
              END-IF
           END-IF.

           MOVE LINEA-CARTERA-MON TO LINEA-REPORTE-CIERRE.
           PERFORM 2950-GRABAR-REPORTE
              THRU 2950-GRABAR-REPORTE-FIN.

       2505-VALUAR-CARTERA-MONEDA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * 2510-PREPARAR-TARJETAS : RECREA CIERRE-GL-WRK Y LE CARGA EL     *
      * SALDO DEL CIERRE ANTERIOR, LA ULTIMA FACTURACION DEL MES Y LOS  *
      * CASTIGOS DEL MES DE CADA TARJETA.                               *
      *----------------------------------------------------------------*
       2510-PREPARAR-TARJETAS.

           OPEN OUTPUT CIERRE-GL-WRK.
           IF NOT FS-CIE-WRK-OK
              DISPLAY '*** NO SE PUDO CREAR CIERRE-GL-WRK.VSAM ***'
              DISPLAY 'FILE STATUS: ' FS-CIE-WRK
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           CLOSE CIERRE-GL-WRK.
           OPEN I-O CIERRE-GL-WRK.
           IF NOT FS-CIE-WRK-OK
              DISPLAY '*** NO SE PUDO ABRIR CIERRE-GL-WRK.VSAM ***'
              DISPLAY 'FILE STATUS: ' FS-CIE-WRK
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           PERFORM 2520-CARGAR-CARTERA-ANT
              THRU 2520-CARGAR-CARTERA-ANT-FIN.

           PERFORM 2530-CARGAR-FACTURACION
              THRU 2530-CARGAR-FACTURACION-FIN.

           PERFORM 2540-CARGAR-CASTIGOS
              THRU 2540-CARGAR-CASTIGOS-FIN.

       2510-PREPARAR-TARJETAS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2520-CARGAR-CARTERA-ANT.

           SET WS-NO-PRIMER-CIERRE TO TRUE.
           SET WS-CARTERA-EOF-NO TO TRUE.

           OPEN INPUT CARTERA-GL.

           EVALUATE TRUE
               WHEN FS-CARTERA-OK
                    PERFORM 2521-LEER-CARTERA
                       THRU 2521-LEER-CARTERA-FIN
                    PERFORM 2522-CARGAR-REG-CARTERA
                       THRU 2522-CARGAR-REG-CARTERA-FIN
                      UNTIL WS-CARTERA-EOF-YES
                    CLOSE CARTERA-GL
               WHEN FS-CARTERA-NFD
                    SET WS-PRIMER-CIERRE TO TRUE
                    MOVE 'PRIMER CIERRE: SIN FACTURAR VALE EL MAESTRO'
                      TO AVI-TEXTO
                    MOVE LINEA-AVISO TO LINEA-REPORTE-CIERRE
                    PERFORM 2950-GRABAR-REPORTE
                       THRU 2950-GRABAR-REPORTE-FIN
               WHEN OTHER
                    DISPLAY '*** ERROR AL ABRIR CARTERA-GL.SEQ, NO SE '
                            'PROCESA ***'
                    DISPLAY 'FILE STATUS: ' FS-CARTERA
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
           END-EVALUATE.

       2520-CARGAR-CARTERA-ANT-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2521-LEER-CARTERA.

           READ CARTERA-GL
             AT END
                SET WS-CARTERA-EOF-YES        TO TRUE
             NOT AT END
                SET WS-CARTERA-EOF-NO         TO TRUE
           END-READ.

       2521-LEER-CARTERA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2522-CARGAR-REG-CARTERA.

           MOVE CAG-NRO-TARJ TO CGW-NRO-TARJ.
           PERFORM 2550-TRAER-TARJETA
              THRU 2550-TRAER-TARJETA-FIN.
           SET CGW-CON-ANTERIOR TO TRUE.
           MOVE CAG-SALDO TO CGW-SALDO-ANTERIOR.
           PERFORM 2560-GRABAR-TARJETA
              THRU 2560-GRABAR-TARJETA-FIN.

           PERFORM 2521-LEER-CARTERA
              THRU 2521-LEER-CARTERA-FIN.

       2522-CARGAR-REG-CARTERA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * 2530-CARGAR-FACTURACION : LINEAS DE ACTUTARJ DEL MES EN EL      *
      * JOURNAL DEL MAESTRO. LA ULTIMA DE CADA TARJETA DEJA EL SALDO    *
      * FACTURADO.                                                      *
      *----------------------------------------------------------------*
       2530-CARGAR-FACTURACION.

           SET WS-AUDITORIA-EOF-NO TO TRUE.

           OPEN INPUT AUDITORIA.

           EVALUATE TRUE
               WHEN FS-AUDITORIA-OK
                    PERFORM 2531-LEER-AUDITORIA
                       THRU 2531-LEER-AUDITORIA-FIN
                    PERFORM 2532-CARGAR-REG-AUDITORIA
                       THRU 2532-CARGAR-REG-AUDITORIA-FIN
                      UNTIL WS-AUDITORIA-EOF-YES
                    CLOSE AUDITORIA
               WHEN FS-AUDITORIA-NFD
                    DISPLAY 'NO SE ENCUENTRA MANTTARJ-AUDITORIA.SEQ, '
                            'NO HAY FACTURACION DEL MES'
               WHEN OTHER
                    DISPLAY '*** ERROR AL ABRIR MANTTARJ-AUDITORIA.SEQ'
                            ', NO SE PROCESA ***'
                    DISPLAY 'FILE STATUS: ' FS-AUDITORIA
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
           END-EVALUATE.

       2530-CARGAR-FACTURACION-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2531-LEER-AUDITORIA.

           READ AUDITORIA
             AT END
                SET WS-AUDITORIA-EOF-YES      TO TRUE
             NOT AT END
                SET WS-AUDITORIA-EOF-NO       TO TRUE
           END-READ.

       2531-LEER-AUDITORIA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2532-CARGAR-REG-AUDITORIA.

           MOVE AUD-FECHA TO WS-FECHA-AUX-TXT.

           IF AUD-PROGRAMA = 'ACTUTARJ'
              AND WS-FAX-ANIO = WS-PCI-ANIO
              AND WS-FAX-MES = WS-PCI-MES
              MOVE AUD-IMAGEN-DESPUES TO WS-IMAGEN-MAESTRO
              IF WS-IMG-SALDO-ANT IS NUMERIC
                 ADD 1 TO WS-CANT-FACTURACIONES
                 MOVE AUD-NRO-TARJ TO CGW-NRO-TARJ
                 PERFORM 2550-TRAER-TARJETA
                    THRU 2550-TRAER-TARJETA-FIN
                 SET CGW-FACTURADA TO TRUE
                 MOVE WS-IMG-SALDO-ANT TO CGW-SALDO-FACTURADO
                 PERFORM 2560-GRABAR-TARJETA
                    THRU 2560-GRABAR-TARJETA-FIN
              END-IF
           END-IF.

           PERFORM 2531-LEER-AUDITORIA
              THRU 2531-LEER-AUDITORIA-FIN.

       2532-CARGAR-REG-AUDITORIA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * 2540-CARGAR-CASTIGOS : LO CASTIGADO EN EL MES SALE DE LA        *
      * CARTERA DE LA TARJETA (EN PESOS, COMO MAE-SALDO-ANT).           *
      *----------------------------------------------------------------*
       2540-CARGAR-CASTIGOS.

           SET WS-CASTIGOS-EOF-NO TO TRUE.

           OPEN INPUT CASTIGOS.

           EVALUATE TRUE
               WHEN FS-CASTIGOS-OK
                    PERFORM 2541-LEER-CASTIGO
                       THRU 2541-LEER-CASTIGO-FIN
                    PERFORM 2542-CARGAR-REG-CASTIGO
                       THRU 2542-CARGAR-REG-CASTIGO-FIN
                      UNTIL WS-CASTIGOS-EOF-YES
                    CLOSE CASTIGOS
               WHEN FS-CASTIGOS-NFD
                    CONTINUE
               WHEN OTHER
                    DISPLAY '*** ERROR AL ABRIR CASTIGOS.SEQ, NO SE '
                            'PROCESA ***'
                    DISPLAY 'FILE STATUS: ' FS-CASTIGOS
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
           END-EVALUATE.

       2540-CARGAR-CASTIGOS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2541-LEER-CASTIGO.

           READ CASTIGOS
             AT END
                SET WS-CASTIGOS-EOF-YES       TO TRUE
             NOT AT END
                SET WS-CASTIGOS-EOF-NO        TO TRUE
           END-READ.

       2541-LEER-CASTIGO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2542-CARGAR-REG-CASTIGO.

           IF CAS-ES-CASTIGO
              AND CAS-PER-ANIO = WS-PCI-ANIO
              AND CAS-PER-MES = WS-PCI-MES
              AND CAS-IMPORTE-PESOS IS NUMERIC
              ADD 1 TO WS-CANT-CASTIGOS-MES
              MOVE CAS-NRO-TARJ TO CGW-NRO-TARJ
              PERFORM 2550-TRAER-TARJETA
                 THRU 2550-TRAER-TARJETA-FIN
              ADD CAS-IMPORTE-PESOS TO CGW-CASTIGOS
              PERFORM 2560-GRABAR-TARJETA
                 THRU 2560-GRABAR-TARJETA-FIN
           END-IF.

           PERFORM 2541-LEER-CASTIGO
              THRU 2541-LEER-CASTIGO-FIN.

       2542-CARGAR-REG-CASTIGO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * 2550-TRAER-TARJETA : TRAE LA TARJETA DE CGW-NRO-TARJ DEL        *
      * ARCHIVO DE TRABAJO O, SI TODAVIA NO ESTA, LA DEJA EN CERO.      *
      *----------------------------------------------------------------*
       2550-TRAER-TARJETA.

           READ CIERRE-GL-WRK KEY IS CGW-NRO-TARJ.

           EVALUATE TRUE
               WHEN FS-CIE-WRK-OK
                    SET WS-WRK-EXISTENTE TO TRUE
               WHEN FS-CIE-WRK-CLAVE-NFD
                    SET WS-WRK-NUEVA TO TRUE
                    SET CGW-SIN-ANTERIOR   TO TRUE
                    SET CGW-NO-FACTURADA   TO TRUE
                    SET CGW-NO-VISTA       TO TRUE
                    MOVE 0 TO CGW-SALDO-ANTERIOR
                    MOVE 0 TO CGW-SALDO-FACTURADO
                    MOVE 0 TO CGW-CASTIGOS
                    MOVE 0 TO CGW-SALDO-CIERRE
               WHEN OTHER
                    DISPLAY '*** ERROR AL LEER CIERRE-GL-WRK, NO SE '
                            'PROCESA ***'
                    DISPLAY 'FILE STATUS: ' FS-CIE-WRK
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
           END-EVALUATE.

       2550-TRAER-TARJETA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2560-GRABAR-TARJETA.

           IF WS-WRK-NUEVA
              WRITE REG-CIERRE-GL-WRK
           ELSE
              REWRITE REG-CIERRE-GL-WRK
           END-IF.

           IF NOT FS-CIE-WRK-OK
              DISPLAY '*** ERROR AL GRABAR CIERRE-GL-WRK, NO SE '
                      'PROCESA ***'
              DISPLAY 'FILE STATUS: ' FS-CIE-WRK
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

       2560-GRABAR-TARJETA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * 2600-RECORRER-MAESTRO : SALDO DE CADA TARJETA DEL MAESTRO SEGUN *
      * EL MAYOR, CONTRA SU MAE-SALDO-ANT.                              *
      *----------------------------------------------------------------*
       2600-RECORRER-MAESTRO.

           MOVE LINEA-SEPARADOR TO LINEA-REPORTE-CIERRE.
           PERFORM 2950-GRABAR-REPORTE
              THRU 2950-GRABAR-REPORTE-FIN.
           MOVE 'TARJETAS CON DIFERENCIA ENTRE EL MAYOR Y EL MAESTRO'
             TO TSE-TEXTO.
           MOVE LINEA-TITULO-SECCION TO LINEA-REPORTE-CIERRE.
           PERFORM 2950-GRABAR-REPORTE
              THRU 2950-GRABAR-REPORTE-FIN.
           MOVE LINEA-ENCABEZADO-TARJ TO LINEA-REPORTE-CIERRE.
           PERFORM 2950-GRABAR-REPORTE
              THRU 2950-GRABAR-REPORTE-FIN.

           PERFORM 2610-LEER-TARJETA
              THRU 2610-LEER-TARJETA-FIN.
           PERFORM 2620-CONCILIAR-TARJETA
              THRU 2620-CONCILIAR-TARJETA-FIN
             UNTIL WS-TARJETAS-EOF-YES.

       2600-RECORRER-MAESTRO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2610-LEER-TARJETA.

           READ ENT-TARJETA NEXT RECORD
             AT END
                SET WS-TARJETAS-EOF-YES     TO TRUE
             NOT AT END
                SET WS-TARJETAS-EOF-NO      TO TRUE
           END-READ.

           EVALUATE FS-TARJETAS
               WHEN '00'
                    CONTINUE
               WHEN '10'
                    CONTINUE
               WHEN OTHER
                    DISPLAY '*** ERROR AL LEER EL ARCHIVO MAESTRO, NO '
                            'SE PROCESA ***'
                    DISPLAY 'FILE STATUS: ' FS-TARJETAS
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
           END-EVALUATE.

       2610-LEER-TARJETA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2620-CONCILIAR-TARJETA.

           ADD 1 TO WS-CANT-TARJ-MAESTRO.
           ADD MAE-SALDO-ANT TO WS-CARTERA-MAESTRO.

           MOVE MAE-NRO-TARJ TO CGW-NRO-TARJ.
           PERFORM 2550-TRAER-TARJETA
              THRU 2550-TRAER-TARJETA-FIN.

      * EN EL PRIMER CIERRE EL SALDO DEL MAESTRO YA NO TIENE LO
      * CASTIGADO: NO SE DESCUENTA DE NUEVO.
           EVALUATE TRUE
               WHEN CGW-FACTURADA
                    COMPUTE WS-SALDO-TARJETA = CGW-SALDO-FACTURADO
                                             - CGW-CASTIGOS
                    MOVE 'FACTURADO'  TO WS-ORIGEN-SALDO
               WHEN CGW-CON-ANTERIOR
                    COMPUTE WS-SALDO-TARJETA = CGW-SALDO-ANTERIOR
                                             - CGW-CASTIGOS
                    MOVE 'CIERRE ANT.' TO WS-ORIGEN-SALDO
               WHEN WS-PRIMER-CIERRE
                    MOVE MAE-SALDO-ANT TO WS-SALDO-TARJETA
                    MOVE 'APERTURA'   TO WS-ORIGEN-SALDO
                    ADD 1 TO WS-CANT-TARJ-SEMBRADAS
               WHEN OTHER
                    COMPUTE WS-SALDO-TARJETA = 0 - CGW-CASTIGOS
                    MOVE 'SIN SALDO'  TO WS-ORIGEN-SALDO
           END-EVALUATE.

           SET CGW-VISTA-EN-MAESTRO TO TRUE.
           MOVE WS-SALDO-TARJETA TO CGW-SALDO-CIERRE.
           PERFORM 2560-GRABAR-TARJETA
              THRU 2560-GRABAR-TARJETA-FIN.

           ADD WS-SALDO-TARJETA TO WS-CARTERA-TARJETAS.

           IF WS-SALDO-TARJETA NOT = MAE-SALDO-ANT
              ADD 1 TO WS-CANT-TARJ-DIFIEREN
              COMPUTE WS-DIF-TARJETA = WS-SALDO-TARJETA - MAE-SALDO-ANT
              MOVE MAE-NRO-TARJ       TO TAR-NRO-TARJ
              MOVE 'DIFIERE DEL MAESTRO' TO TAR-OBSERVACION
              MOVE WS-ORIGEN-SALDO    TO TAR-ORIGEN
              MOVE WS-SALDO-TARJETA   TO TAR-SALDO-MAYOR
              MOVE MAE-SALDO-ANT      TO TAR-SALDO-MAESTRO
              MOVE WS-DIF-TARJETA     TO TAR-DIFERENCIA
              MOVE LINEA-TARJETA TO LINEA-REPORTE-CIERRE
              PERFORM 2950-GRABAR-REPORTE
                 THRU 2950-GRABAR-REPORTE-FIN
           END-IF.

           PERFORM 2610-LEER-TARJETA
              THRU 2610-LEER-TARJETA-FIN.

       2620-CONCILIAR-TARJETA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * 2700-TARJETAS-FUERA-MAESTRO : TARJETAS CON SALDO SEGUN EL MAYOR *
      * QUE YA NO ESTAN EN EL MAESTRO.                                  *
      *----------------------------------------------------------------*
       2700-TARJETAS-FUERA-MAESTRO.

           SET WS-CIE-WRK-EOF-NO TO TRUE.
           MOVE LOW-VALUES TO CGW-NRO-TARJ.
           START CIERRE-GL-WRK KEY IS NOT LESS THAN CGW-NRO-TARJ
             INVALID KEY
                SET WS-CIE-WRK-EOF-YES TO TRUE
           END-START.

           IF WS-CIE-WRK-EOF-NO
              PERFORM 2710-LEER-CIE-WRK
                 THRU 2710-LEER-CIE-WRK-FIN
              PERFORM 2720-VER-TARJETA-FUERA
                 THRU 2720-VER-TARJETA-FUERA-FIN
                UNTIL WS-CIE-WRK-EOF-YES
           END-IF.

       2700-TARJETAS-FUERA-MAESTRO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2710-LEER-CIE-WRK.

           READ CIERRE-GL-WRK NEXT RECORD
             AT END
                SET WS-CIE-WRK-EOF-YES        TO TRUE
             NOT AT END
                SET WS-CIE-WRK-EOF-NO         TO TRUE
           END-READ.

       2710-LEER-CIE-WRK-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2720-VER-TARJETA-FUERA.

           IF CGW-NO-VISTA
              IF CGW-FACTURADA
                 COMPUTE WS-SALDO-TARJETA = CGW-SALDO-FACTURADO
                                          - CGW-CASTIGOS
                 MOVE 'FACTURADO'   TO WS-ORIGEN-SALDO
              ELSE
                 COMPUTE WS-SALDO-TARJETA = CGW-SALDO-ANTERIOR
                                          - CGW-CASTIGOS
                 MOVE 'CIERRE ANT.' TO WS-ORIGEN-SALDO
              END-IF
              MOVE WS-SALDO-TARJETA TO CGW-SALDO-CIERRE
              REWRITE REG-CIERRE-GL-WRK
              IF NOT FS-CIE-WRK-OK
                 DISPLAY '*** ERROR AL GRABAR CIERRE-GL-WRK, NO SE '
                         'PROCESA ***'
                 DISPLAY 'FILE STATUS: ' FS-CIE-WRK
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              IF WS-SALDO-TARJETA NOT = 0
                 ADD 1 TO WS-CANT-TARJ-FUERA
                 ADD WS-SALDO-TARJETA TO WS-CARTERA-TARJETAS
                 MOVE CGW-NRO-TARJ      TO TAR-NRO-TARJ
                 MOVE 'NO ESTA EN MAESTRO' TO TAR-OBSERVACION
                 MOVE WS-ORIGEN-SALDO   TO TAR-ORIGEN
                 MOVE WS-SALDO-TARJETA  TO TAR-SALDO-MAYOR
                 MOVE 0                 TO TAR-SALDO-MAESTRO
                 MOVE WS-SALDO-TARJETA  TO TAR-DIFERENCIA
                 MOVE LINEA-TARJETA TO LINEA-REPORTE-CIERRE
                 PERFORM 2950-GRABAR-REPORTE
                    THRU 2950-GRABAR-REPORTE-FIN
              END-IF
           END-IF.

           PERFORM 2710-LEER-CIE-WRK
              THRU 2710-LEER-CIE-WRK-FIN.

       2720-VER-TARJETA-FUERA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * 2800-INFORMAR-CONCILIACION : TOTALES DE LA CONCILIACION. LA     *
      * DIFERENCIA ENTRE EL MAYOR Y EL MAESTRO SE ABRE EN LA QUE        *
      * EXPLICAN LAS TARJETAS LISTADAS Y LA QUE NO.                     *
      *----------------------------------------------------------------*
       2800-INFORMAR-CONCILIACION.

           COMPUTE WS-DIF-MAYOR-MAESTRO = WS-CARTERA-MAYOR-PESOS
                                        - WS-CARTERA-MAESTRO.
           COMPUTE WS-DIF-ATRIBUIDA     = WS-CARTERA-TARJETAS
                                        - WS-CARTERA-MAESTRO.
           COMPUTE WS-DIF-NO-ATRIBUIDA  = WS-CARTERA-MAYOR-PESOS
                                        - WS-CARTERA-TARJETAS.

           MOVE LINEA-SEPARADOR TO LINEA-REPORTE-CIERRE.
           PERFORM 2950-GRABAR-REPORTE
              THRU 2950-GRABAR-REPORTE-FIN.

           MOVE 'CARTERA DEL MAYOR EN PESOS' TO IMP-ETIQUETA.
           MOVE WS-CARTERA-MAYOR-PESOS TO IMP-IMPORTE.
           MOVE LINEA-IMPORTE TO LINEA-REPORTE-CIERRE.
           PERFORM 2950-GRABAR-REPORTE
              THRU 2950-GRABAR-REPORTE-FIN.

           MOVE 'SUMA DE MAE-SALDO-ANT DEL MAESTRO' TO IMP-ETIQUETA.
           MOVE WS-CARTERA-MAESTRO TO IMP-IMPORTE.
           MOVE LINEA-IMPORTE TO LINEA-REPORTE-CIERRE.
           PERFORM 2950-GRABAR-REPORTE
              THRU 2950-GRABAR-REPORTE-FIN.

           MOVE 'DIFERENCIA MAYOR MENOS MAESTRO' TO IMP-ETIQUETA.
           MOVE WS-DIF-MAYOR-MAESTRO TO IMP-IMPORTE.
           MOVE LINEA-IMPORTE TO LINEA-REPORTE-CIERRE.
           PERFORM 2950-GRABAR-REPORTE
              THRU 2950-GRABAR-REPORTE-FIN.

           MOVE '  EXPLICADA POR LAS TARJETAS LISTADAS' TO IMP-ETIQUETA.
           MOVE WS-DIF-ATRIBUIDA TO IMP-IMPORTE.
           MOVE LINEA-IMPORTE TO LINEA-REPORTE-CIERRE.
           PERFORM 2950-GRABAR-REPORTE
              THRU 2950-GRABAR-REPORTE-FIN.

           MOVE '  NO ATRIBUIDA A TARJETAS (COTIZACION / APERTURA)'
             TO IMP-ETIQUETA.
           MOVE WS-DIF-NO-ATRIBUIDA TO IMP-IMPORTE.
           MOVE LINEA-IMPORTE TO LINEA-REPORTE-CIERRE.
           PERFORM 2950-GRABAR-REPORTE
              THRU 2950-GRABAR-REPORTE-FIN.

           MOVE 'TARJETAS EN EL MAESTRO' TO CAN-ETIQUETA.
           MOVE WS-CANT-TARJ-MAESTRO TO CAN-CANT.
           MOVE LINEA-CANTIDAD TO LINEA-REPORTE-CIERRE.
           PERFORM 2950-GRABAR-REPORTE
              THRU 2950-GRABAR-REPORTE-FIN.

           MOVE 'TARJETAS QUE DIFIEREN DEL MAESTRO' TO CAN-ETIQUETA.
           MOVE WS-CANT-TARJ-DIFIEREN TO CAN-CANT.
           MOVE LINEA-CANTIDAD TO LINEA-REPORTE-CIERRE.
           PERFORM 2950-GRABAR-REPORTE
              THRU 2950-GRABAR-REPORTE-FIN.

           MOVE 'TARJETAS CON SALDO QUE NO ESTAN EN EL MAESTRO'
             TO CAN-ETIQUETA.
           MOVE WS-CANT-TARJ-FUERA TO CAN-CANT.
           MOVE LINEA-CANTIDAD TO LINEA-REPORTE-CIERRE.
           PERFORM 2950-GRABAR-REPORTE
              THRU 2950-GRABAR-REPORTE-FIN.

           IF WS-CANT-SIN-COTIZACION > 0
              MOVE 'HAY CARTERA EN MONEDAS SIN COTIZACION'
                TO AVI-TEXTO
              MOVE LINEA-AVISO TO LINEA-REPORTE-CIERRE
              PERFORM 2950-GRABAR-REPORTE
                 THRU 2950-GRABAR-REPORTE-FIN
           END-IF.

       2800-INFORMAR-CONCILIACION-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2950-GRABAR-REPORTE.

           IF FS-REPORTE-OK
              WRITE REG-REPORTE-CIERRE
              IF NOT FS-REPORTE-OK
                 DISPLAY 'ERROR AL GRABAR EL REPORTE DEL CIERRE'
                 DISPLAY 'FILE STATUS: ' FS-REPORTE
              END-IF
           END-IF.

       2950-GRABAR-REPORTE-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * 3000-CERRAR-MES : SALDOS DEL MES A MAYOR-SALDOS.SEQ, CARTERA    *
      * POR TARJETA A CARTERA-GL.SEQ Y, AL FINAL, LA LINEA 'C' EN       *
      * CONTROL-GL.SEQ. SI ALGO FALLA ANTES DE LA LINEA 'C' EL MES NO   *
      * QUEDA CERRADO.                                                  *
      *----------------------------------------------------------------*
       3000-CERRAR-MES.

           OPEN EXTEND MAYOR-SALDOS.
           IF FS-SALDOS-NFD
              OPEN OUTPUT MAYOR-SALDOS
           END-IF.
           IF NOT FS-SALDOS-OK
              DISPLAY '*** ERROR AL ABRIR MAYOR-SALDOS.SEQ, EL MES NO '
                      'SE CIERRA ***'
              DISPLAY 'FILE STATUS: ' FS-SALDOS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           IF WS-CANT-CUENTAS > 0
              PERFORM 3010-GRABAR-SALDO
                 THRU 3010-GRABAR-SALDO-FIN
                 VARYING WS-SUB-MAY FROM 1 BY 1
                   UNTIL WS-SUB-MAY > WS-CANT-CUENTAS
           END-IF.

           CLOSE MAYOR-SALDOS.

           PERFORM 3100-GRABAR-CARTERA
              THRU 3100-GRABAR-CARTERA-FIN.

           MOVE SPACES TO REG-CONTROL-GL.
           SET CTG-ES-CIERRE TO TRUE.
           MOVE 'CIERRE'              TO CTG-ORIGEN.
           MOVE WS-FECHA-PROCESO-ED   TO CTG-FECHA.
           MOVE WS-PERIODO-CIERRE-NUM TO CTG-PERIODO.
           MOVE WS-CANT-MOV-MAYOR     TO CTG-CANT-REG.
           MOVE 0                     TO CTG-CANT-RECH.
           MOVE WS-TOT-DEBE           TO CTG-TOT-DEBE.
           MOVE WS-TOT-HABER          TO CTG-TOT-HABER.

           OPEN EXTEND CONTROL-GL.
           IF FS-CONTROL-NFD
              OPEN OUTPUT CONTROL-GL
           END-IF.
           IF FS-CONTROL-OK
              WRITE REG-CONTROL-GL
           END-IF.
           IF NOT FS-CONTROL-OK
              DISPLAY '*** ERROR AL GRABAR CONTROL-GL.SEQ, EL MES NO '
                      'QUEDO CERRADO ***'
              DISPLAY '*** QUITAR SUS SALDOS DE MAYOR-SALDOS.SEQ ANTES '
                      'DE REPROCESAR ***'
              DISPLAY 'FILE STATUS: ' FS-CONTROL
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           CLOSE CONTROL-GL.

           MOVE LINEA-SEPARADOR TO LINEA-REPORTE-CIERRE.
           PERFORM 2950-GRABAR-REPORTE
              THRU 2950-GRABAR-REPORTE-FIN.
           MOVE 'MES CERRADO: NO SE ACEPTAN MAS LINEAS FECHADAS EN EL'
             TO TSE-TEXTO.
           MOVE LINEA-TITULO-SECCION TO LINEA-REPORTE-CIERRE.
           PERFORM 2950-GRABAR-REPORTE
              THRU 2950-GRABAR-REPORTE-FIN.

       3000-CERRAR-MES-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3010-GRABAR-SALDO.

           MOVE WS-PERIODO-CIERRE-NUM       TO MYS-PERIODO.
           MOVE WS-MAY-CONCEPTO(WS-SUB-MAY) TO MYS-CONCEPTO.
           MOVE WS-MAY-MONEDA(WS-SUB-MAY)   TO MYS-MONEDA.
           MOVE WS-MAY-INICIAL(WS-SUB-MAY)  TO MYS-SALDO-INICIAL.
           MOVE WS-MAY-DEBE(WS-SUB-MAY)     TO MYS-DEBE.
           MOVE WS-MAY-HABER(WS-SUB-MAY)    TO MYS-HABER.
           MOVE WS-MAY-FINAL(WS-SUB-MAY)    TO MYS-SALDO-FINAL.

           WRITE REG-MAYOR-SALDO.
           IF NOT FS-SALDOS-OK
              DISPLAY '*** ERROR AL GRABAR MAYOR-SALDOS.SEQ, EL MES NO '
                      'SE CIERRA ***'
              DISPLAY '*** QUITAR SUS SALDOS ANTES DE REPROCESAR ***'
              DISPLAY 'FILE STATUS: ' FS-SALDOS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

       3010-GRABAR-SALDO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * 3100-GRABAR-CARTERA : REGRABA CARTERA-GL.SEQ CON LAS TARJETAS   *
      * CON SALDO SEGUN EL MAYOR.                                       *
      *----------------------------------------------------------------*
       3100-GRABAR-CARTERA.

           OPEN OUTPUT CARTERA-GL.
           IF NOT FS-CARTERA-OK
              DISPLAY '*** ERROR AL REGRABAR CARTERA-GL.SEQ, EL MES NO '
                      'SE CIERRA ***'
              DISPLAY '*** QUITAR SUS SALDOS DE MAYOR-SALDOS.SEQ ANTES '
                      'DE REPROCESAR ***'
              DISPLAY 'FILE STATUS: ' FS-CARTERA
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           SET WS-CIE-WRK-EOF-NO TO TRUE.
           MOVE LOW-VALUES TO CGW-NRO-TARJ.
           START CIERRE-GL-WRK KEY IS NOT LESS THAN CGW-NRO-TARJ
             INVALID KEY
                SET WS-CIE-WRK-EOF-YES TO TRUE
           END-START.

           IF WS-CIE-WRK-EOF-NO
              PERFORM 2710-LEER-CIE-WRK
                 THRU 2710-LEER-CIE-WRK-FIN
              PERFORM 3110-GRABAR-REG-CARTERA
                 THRU 3110-GRABAR-REG-CARTERA-FIN
                UNTIL WS-CIE-WRK-EOF-YES
           END-IF.

           CLOSE CARTERA-GL.

       3100-GRABAR-CARTERA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3110-GRABAR-REG-CARTERA.

           IF CGW-SALDO-CIERRE NOT = 0
              MOVE CGW-NRO-TARJ          TO CAG-NRO-TARJ
              MOVE WS-PERIODO-CIERRE-NUM TO CAG-PERIODO
              MOVE CGW-SALDO-CIERRE      TO CAG-SALDO
              WRITE REG-CARTERA-GL
              IF FS-CARTERA-OK
                 ADD 1 TO WS-CANT-CARTERA-GRABADA
              ELSE
                 DISPLAY '*** ERROR AL GRABAR CARTERA-GL.SEQ, EL MES '
                         'NO SE CIERRA ***'
                 DISPLAY '*** QUITAR SUS SALDOS DE MAYOR-SALDOS.SEQ '
                         'ANTES DE REPROCESAR ***'
                 DISPLAY 'FILE STATUS: ' FS-CARTERA
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.

           PERFORM 2710-LEER-CIE-WRK
              THRU 2710-LEER-CIE-WRK-FIN.

       3110-GRABAR-REG-CARTERA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3500-CERRAR-ARCHIVOS.

           IF WS-CARTERA-CONCILIADA
              CLOSE CIERRE-GL-WRK
           END-IF.

           CLOSE REPORTE-CIERRE.
           IF NOT FS-REPORTE-OK
              DISPLAY 'ERROR AL CERRAR EL REPORTE DEL CIERRE: '
                      FS-REPORTE
           END-IF.

       3500-CERRAR-ARCHIVOS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       4000-TOTALES-CIERRE.

           DISPLAY '--------------------------------------'.
           DISPLAY 'MES DEL CIERRE             : '
                   WS-PERIODO-CIERRE-NUM.
           DISPLAY 'SALDOS DE APERTURA         : '
                   WS-CANT-SALDOS-APERTURA.
           DISPLAY 'MOVIMIENTOS DEL MAYOR      : ' WS-CANT-MOV-MAYOR.
           DISPLAY 'CUENTAS DEL MAYOR          : ' WS-CANT-CUENTAS.
           DISPLAY 'TARJETAS EN EL MAESTRO     : '
                   WS-CANT-TARJ-MAESTRO.
           DISPLAY 'FACTURACIONES DEL MES      : '
                   WS-CANT-FACTURACIONES.
           DISPLAY 'CASTIGOS DEL MES           : '
                   WS-CANT-CASTIGOS-MES.
           DISPLAY 'TARJETAS CON SALDO INICIAL : '
                   WS-CANT-TARJ-SEMBRADAS.
           DISPLAY 'TARJETAS CON DIFERENCIA    : '
                   WS-CANT-TARJ-DIFIEREN.
           DISPLAY 'TARJETAS FUERA DEL MAESTRO : '
                   WS-CANT-TARJ-FUERA.
           DISPLAY 'DIFERENCIA MAYOR-MAESTRO   : '
                   WS-DIF-MAYOR-MAESTRO.
           DISPLAY '--------------------------------------'.
           IF WS-BALANCE-CUADRA AND WS-CARTERA-CONCILIADA
              DISPLAY 'CIERRE DEL MES: CERRADO'
              MOVE 0 TO RETURN-CODE
           ELSE
              DISPLAY 'CIERRE DEL MES: NO CERRADO'
              MOVE 8 TO RETURN-CODE
           END-IF.
           DISPLAY '--------------------------------------'.
           DISPLAY '          FIN DEL PROGRAMA            '.
           DISPLAY '--------------------------------------'.

       4000-TOTALES-CIERRE-EXIT.
           EXIT.
      *----------------------------------------------------------------*

       END PROGRAM CIERCONT.
