      *----------------------------------------------------------------*
      *Author:  GABRIELA RODRIGUEZ                                     *
      *         CLAUDIA SANTILLAN                                      *
      *         GABY OSELLA                                            *
      *         GUILLERMO RODRIGUEZ                                    *
      *         EDDISON MORA GOMEZ
      * Date: 15/10/2026
      * Purpose: RECUPERACION DEL MAESTRO DE TARJETAS A UN MOMENTO
      *          DADO: PARTE DEL ULTIMO RESPALDO DE RESPTARJ
      *          (MAESTRO-RESPALDO.SEQ), LO VERIFICA CONTRA LOS
      *          TOTALES DE SU TRAILER Y REAPLICA EN ORDEN LAS
      *          IMAGENES DESPUES DEL JOURNAL DE AUDITORIA
      *          (MANTTARJ-AUDITORIA.SEQ) GRABADAS DESDE EL RESPALDO
      *          HASTA LA FECHA Y HORA DE RECUTARJ-PUNTO.SEQ (SIN
      *          PUNTO, HASTA EL FINAL DEL JOURNAL). EL RESULTADO
      *          QUEDA EN MAESTRO-RECUPERADO.VSAM, QUE SE CONCILIA
      *          TARJETA POR TARJETA CONTRA EL MAESTRO VIVO EN
      *          RECUPERACION-REPORTE.TXT. EL MAESTRO VIVO NO SE
      *          TOCA: OPERACIONES COPIA EL RECUPERADO ENCIMA UNA VEZ
      *          REVISADO EL REPORTE.
      * Tectonics: cobc
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.

       PROGRAM-ID. RECUTARJ.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *----------------------------------------------------------------*
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.
      *----------------------------------------------------------------*
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT PUNTO-RECUPERACION
           ASSIGN TO '../RECUTARJ-PUNTO.SEQ'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PUNTO.

       SELECT RESPALDO-MAESTRO
           ASSIGN TO '../MAESTRO-RESPALDO.SEQ'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RESPALDO.

       SELECT AUDITORIA
           ASSIGN TO '../MANTTARJ-AUDITORIA.SEQ'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-AUDITORIA.

       SELECT MAESTRO-RECUPERADO
           ASSIGN TO '../MAESTRO-RECUPERADO.VSAM'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS-RECUPERADO
           RECORD KEY IS RCU-NRO-TARJ.

       SELECT ENT-TARJETA
           ASSIGN TO '../MAESTRO-TARJETAS.VSAM'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-TARJETAS
           RECORD KEY IS MAE-NRO-TARJ.

       SELECT REPORTE-RECUPERACION
           ASSIGN TO '../RECUPERACION-REPORTE.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-REPORTE.

       DATA DIVISION.

       FILE SECTION.

       COPY "RECUPUNT.CPY".
       COPY "MAERESP.CPY".
       COPY "AUDITMAE.CPY".
       COPY "MAERECU.CPY".
       COPY "MAESTRO-TARJETAS.CPY".
       COPY "RECUREPO.CPY".

       WORKING-STORAGE SECTION.

       01 FS-STATUS.
          05 FS-PUNTO                      PIC X(2).
             88 FS-PUNTO-OK                    VALUE '00'.
             88 FS-PUNTO-EOF                   VALUE '10'.
             88 FS-PUNTO-NFD                   VALUE '35'.

          05 FS-RESPALDO                   PIC X(2).
             88 FS-RESPALDO-OK                 VALUE '00'.
             88 FS-RESPALDO-EOF                VALUE '10'.
             88 FS-RESPALDO-NFD                VALUE '35'.

          05 FS-AUDITORIA                  PIC X(2).
             88 FS-AUDITORIA-OK                VALUE '00'.
             88 FS-AUDITORIA-EOF               VALUE '10'.
             88 FS-AUDITORIA-NFD               VALUE '35'.

          05 FS-RECUPERADO                 PIC X(2).
             88 FS-RECUPERADO-OK               VALUE '00'.
             88 FS-RECUPERADO-EOF              VALUE '10'.
             88 FS-RECUPERADO-CLAVE-DUP        VALUE '22'.
             88 FS-RECUPERADO-CLAVE-NFD        VALUE '23'.
             88 FS-RECUPERADO-NFD              VALUE '35'.

          05 FS-TARJETAS                   PIC X(2).
             88 FS-TARJETAS-FILE-OK            VALUE '00'.
             88 FS-TARJETAS-FILE-EOF           VALUE '10'.
             88 FS-TARJETAS-FILE-NFD           VALUE '35'.

          05 FS-REPORTE                    PIC X(2).
             88 FS-REPORTE-OK                  VALUE '00'.
             88 FS-REPORTE-EOF                 VALUE '10'.
             88 FS-REPORTE-NFD                 VALUE '35'.

      * LA CORRIDA SE ABORTA (SIN CONCILIAR) SI EL RESPALDO NO SE
      * PUEDE USAR O EL PUNTO DE RECUPERACION ES ANTERIOR A EL.
       01 WS-SW-CORRIDA                      PIC X(1).
          88 WS-CORRIDA-OK                   VALUE 'S'.
          88 WS-CORRIDA-ABORTADA             VALUE 'N'.

       01 WS-RESPALDO-EOF                    PIC X(1).
          88 WS-RESPALDO-EOF-YES             VALUE 'Y'.
          88 WS-RESPALDO-EOF-NO              VALUE 'N'.

       01 WS-AUDITORIA-EOF                   PIC X(1).
          88 WS-AUDITORIA-EOF-YES            VALUE 'Y'.
          88 WS-AUDITORIA-EOF-NO             VALUE 'N'.

       01 WS-SW-TRAILER                      PIC X(1).
          88 WS-TRAILER-LEIDO                VALUE 'S'.
          88 WS-TRAILER-FALTA                VALUE 'N'.

       01 WS-SW-RECUPERADO                   PIC X(1).
          88 WS-RECUPERADO-ABIERTO           VALUE 'S'.
          88 WS-RECUPERADO-CERRADO           VALUE 'N'.

       01 WS-SW-VIVO                         PIC X(1).
          88 WS-VIVO-DISPONIBLE              VALUE 'S'.
          88 WS-VIVO-NO-DISPONIBLE           VALUE 'N'.

      * MOMENTOS AAAA-MM-DDHH:MM:SS, COMPARABLES COMO TEXTO. EL PUNTO
      * EN HIGH-VALUES REAPLICA HASTA EL FINAL DEL JOURNAL.
       01 WS-MOMENTO-RESPALDO.
          05 WS-MRE-FECHA                    PIC X(10).
          05 WS-MRE-HORA                     PIC X(08).

       01 WS-MOMENTO-PUNTO.
          05 WS-MPU-FECHA                    PIC X(10).
          05 WS-MPU-HORA                     PIC X(08).

       01 WS-MOMENTO-JOURNAL.
          05 WS-MJO-FECHA                    PIC X(10).
          05 WS-MJO-HORA                     PIC X(08).

       01 WS-MOMENTO-ED.
          05 WS-MED-FECHA                    PIC X(10).
          05 FILLER                          PIC X(01) VALUE SPACE.
          05 WS-MED-HORA                     PIC X(08).

      * CLAVES DEL APAREO DEL RECUPERADO CONTRA EL VIVO (HIGH-VALUES
      * AL TERMINAR CADA ARCHIVO).
       01 WS-CLAVE-RECU                      PIC X(19).
       01 WS-CLAVE-VIVO                      PIC X(19).

       77 WS-PTR-CAMPOS                      PIC 9(03).

       01 WS-TRAILER-RESPALDO.
          05 WS-TRL-CANT-REG                PIC 9(09).
          05 WS-TRL-HASH-LIMITE             PIC 9(15)V9(02).
          05 WS-TRL-HASH-SALDO              PIC 9(15)V9(02).

       01 WS-CONTADORES.
          05 WS-CANT-RESPALDO               PIC 9(09).
          05 WS-HASH-LIM-RESPALDO           PIC 9(15)V9(02).
          05 WS-HASH-SAL-RESPALDO           PIC 9(15)V9(02).
          05 WS-CANT-AUD-LEIDAS             PIC 9(09).
          05 WS-CANT-AUD-ANTERIORES         PIC 9(09).
          05 WS-CANT-AUD-POSTERIORES        PIC 9(09).
          05 WS-CANT-AUD-ALTAS              PIC 9(09).
          05 WS-CANT-AUD-CAMBIOS            PIC 9(09).
          05 WS-CANT-AUD-BAJAS              PIC 9(09).
          05 WS-CANT-AUD-ERROR              PIC 9(09).
          05 WS-CANT-RECU                   PIC 9(09).
          05 WS-HASH-LIM-RECU               PIC 9(15)V9(02).
          05 WS-HASH-SAL-RECU               PIC 9(15)V9(02).
          05 WS-CANT-VIVO                   PIC 9(09).
          05 WS-HASH-LIM-VIVO               PIC 9(15)V9(02).
          05 WS-HASH-SAL-VIVO               PIC 9(15)V9(02).
          05 WS-CANT-COINCIDEN              PIC 9(09).
          05 WS-CANT-DIFIEREN               PIC 9(09).
          05 WS-CANT-SOLO-RECU              PIC 9(09).
          05 WS-CANT-SOLO-VIVO              PIC 9(09).

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
       01 TITULO-RECUPERACION.
          05 FILLER            PIC X(48) VALUE
             'RECUPERACION DEL MAESTRO DE TARJETAS - CORRIDA '.
          05 TIT-FECHA         PIC X(10).

       01 LINEA-SEPARADOR.
          05 FILLER            PIC X(132) VALUE ALL '-'.

       01 LINEA-TITULO-SECCION.
          05 TSE-TEXTO         PIC X(60).

       01 LINEA-TEXTO.
          05 TXT-ETIQUETA      PIC X(40).
          05 TXT-VALOR         PIC X(40).

       01 LINEA-CANTIDAD.
          05 CAN-ETIQUETA      PIC X(40).
          05 CAN-VALOR         PIC ZZZ.ZZZ.ZZ9.

       01 LINEA-IMPORTE.
          05 IMP-ETIQUETA      PIC X(40).
          05 IMP-VALOR         PIC ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.

       01 LINEA-AVISO.
          05 FILLER            PIC X(04) VALUE '*** '.
          05 AVI-TEXTO         PIC X(70).

       01 LINEA-ENCABEZADO-TOT.
          05 FILLER            PIC X(30) VALUE 'CONTROL'.
          05 FILLER            PIC X(22) VALUE
             '            RECUPERADO'.
          05 FILLER            PIC X(03) VALUE SPACES.
          05 FILLER            PIC X(22) VALUE
             '                  VIVO'.

       01 LINEA-TOTAL-IMPORTE.
          05 TOI-ETIQUETA      PIC X(30).
          05 TOI-RECU          PIC ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
          05 FILLER            PIC X(03).
          05 TOI-VIVO          PIC ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.

       01 LINEA-TOTAL-CANTIDAD.
          05 TOC-ETIQUETA      PIC X(30).
          05 FILLER            PIC X(11).
          05 TOC-RECU          PIC ZZZ.ZZZ.ZZ9.
          05 FILLER            PIC X(03).
          05 FILLER            PIC X(11).
          05 TOC-VIVO          PIC ZZZ.ZZZ.ZZ9.

       01 LINEA-ENCABEZADO-DIF.
          05 FILLER            PIC X(21) VALUE 'TARJETA'.
          05 FILLER            PIC X(20) VALUE 'SITUACION'.
          05 FILLER            PIC X(13) VALUE 'LIMITE VIVO'.
          05 FILLER            PIC X(13) VALUE 'LIMITE RECU'.
          05 FILLER            PIC X(13) VALUE ' SALDO VIVO'.
          05 FILLER            PIC X(13) VALUE ' SALDO RECU'.
          05 FILLER            PIC X(39) VALUE 'CAMPOS QUE DIFIEREN'.

       01 LINEA-LEYENDA-DIF.
          05 FILLER            PIC X(56) VALUE
             'CTA=CUENTA TIT=TITULAR/DOMICILIO MON=MONEDA LIM=LIMITE '.
          05 FILLER            PIC X(37) VALUE
             'SAL=SALDO VTO=VENCIMIENTO EST=ESTADO '.
          05 FILLER            PIC X(31) VALUE
             'COR=CORTE ADE=ADELANTO'.

       01 LINEA-DIFERENCIA.
          05 DIF-NRO-TARJ      PIC X(19).
          05 FILLER            PIC X(02).
          05 DIF-SITUACION     PIC X(18).
          05 FILLER            PIC X(02).
          05 DIF-LIM-VIVO      PIC Z(7)9,99.
          05 FILLER            PIC X(02).
          05 DIF-LIM-RECU      PIC Z(7)9,99.
          05 FILLER            PIC X(02).
          05 DIF-SAL-VIVO      PIC Z(7)9,99.
          05 FILLER            PIC X(02).
          05 DIF-SAL-RECU      PIC Z(7)9,99.
          05 FILLER            PIC X(02).
          05 DIF-CAMPOS        PIC X(39).
      ******************************************************************

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

           PERFORM 1000-INICIAR-PROGRAMA
              THRU 1000-INICIAR-PROGRAMA-EXIT.

           IF WS-CORRIDA-OK
              PERFORM 2000-REAPLICAR-JOURNAL
                 THRU 2000-REAPLICAR-JOURNAL-EXIT
           END-IF.

           IF WS-CORRIDA-OK
              PERFORM 3000-CONCILIAR-MAESTRO
                 THRU 3000-CONCILIAR-MAESTRO-EXIT
           END-IF.

           PERFORM 3500-CERRAR-ARCHIVOS
              THRU 3500-CERRAR-ARCHIVOS-EXIT.

           PERFORM 4000-TOTALES-ARCHIVO
              THRU 4000-TOTALES-ARCHIVO-EXIT.

           STOP RUN.
      *----------------------------------------------------------------*
       1000-INICIAR-PROGRAMA.

           INITIALIZE WS-CONTADORES
                      WS-TRAILER-RESPALDO.
           SET WS-CORRIDA-OK          TO TRUE.
           SET WS-TRAILER-FALTA       TO TRUE.
           SET WS-RECUPERADO-CERRADO  TO TRUE.
           SET WS-VIVO-NO-DISPONIBLE  TO TRUE.
           MOVE SPACES                TO WS-MOMENTO-RESPALDO.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
           MOVE WS-CURRENT-YEAR       TO WS-FPR-ANIO.
           MOVE WS-CURRENT-MONTH      TO WS-FPR-MES.
           MOVE WS-CURRENT-DAY        TO WS-FPR-DIA.

           OPEN OUTPUT REPORTE-RECUPERACION.

           IF NOT FS-REPORTE-OK
              DISPLAY 'ERROR AL ABRIR EL REPORTE DE RECUPERACION'
              DISPLAY 'FILE STATUS: ' FS-REPORTE
           END-IF.

           MOVE WS-FECHA-PROCESO-ED TO TIT-FECHA.
           MOVE TITULO-RECUPERACION TO LINEA-REPORTE-RECUPERACION.
           PERFORM 2950-GRABAR-REPORTE
              THRU 2950-GRABAR-REPORTE-FIN.

           PERFORM 1100-LEER-PUNTO
              THRU 1100-LEER-PUNTO-FIN.

           PERFORM 1150-CREAR-RECUPERADO
              THRU 1150-CREAR-RECUPERADO-FIN.

           IF WS-CORRIDA-OK
              PERFORM 1200-CARGAR-RESPALDO
                 THRU 1200-CARGAR-RESPALDO-FIN
           END-IF.

           IF WS-CORRIDA-OK
              PERFORM 1300-VERIFICAR-RESPALDO
                 THRU 1300-VERIFICAR-RESPALDO-FIN
           END-IF.

       1000-INICIAR-PROGRAMA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 1100-LEER-PUNTO : TOMA LA PRIMERA LINEA DE RECUTARJ-PUNTO.SEQ   *
      * COMO PUNTO DE RECUPERACION. SIN ARCHIVO O CON LA FECHA EN       *
      * BLANCO SE REAPLICA TODO EL JOURNAL; SIN HORA, HASTA EL FINAL    *
      * DEL DIA INDICADO.                                               *
      *----------------------------------------------------------------*
       1100-LEER-PUNTO.

           MOVE HIGH-VALUES TO WS-MOMENTO-PUNTO.

           OPEN INPUT PUNTO-RECUPERACION.

           EVALUATE TRUE
               WHEN FS-PUNTO-OK
                    READ PUNTO-RECUPERACION
                      AT END
                         CONTINUE
                      NOT AT END
                         IF PTO-FECHA NOT = SPACES
                            MOVE PTO-FECHA TO WS-MPU-FECHA
                            IF PTO-HORA = SPACES
                               MOVE '23:59:59' TO WS-MPU-HORA
                            ELSE
                               MOVE PTO-HORA   TO WS-MPU-HORA
                            END-IF
                         END-IF
                    END-READ
                    CLOSE PUNTO-RECUPERACION
               WHEN FS-PUNTO-NFD
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR EL PUNTO DE RECUPERACION, '
                            'SE REAPLICA TODO EL JOURNAL'
                    DISPLAY 'FILE STATUS: ' FS-PUNTO
           END-EVALUATE.

           MOVE 'PUNTO DE RECUPERACION' TO TXT-ETIQUETA.
           IF WS-MOMENTO-PUNTO = HIGH-VALUES
              MOVE 'FINAL DEL JOURNAL DE AUDITORIA' TO TXT-VALOR
           ELSE
              MOVE WS-MPU-FECHA TO WS-MED-FECHA
              MOVE WS-MPU-HORA  TO WS-MED-HORA
              MOVE WS-MOMENTO-ED TO TXT-VALOR
           END-IF.
           MOVE LINEA-TEXTO TO LINEA-REPORTE-RECUPERACION.
           PERFORM 2950-GRABAR-REPORTE
              THRU 2950-GRABAR-REPORTE-FIN.

       1100-LEER-PUNTO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * 1150-CREAR-RECUPERADO : EL MAESTRO RECUPERADO SE RECREA VACIO   *
      * EN CADA CORRIDA, COMO LOS ARCHIVOS DE TRABAJO CLAVEADOS.        *
      *----------------------------------------------------------------*
       1150-CREAR-RECUPERADO.

           OPEN OUTPUT MAESTRO-RECUPERADO.

           IF FS-RECUPERADO-OK
              CLOSE MAESTRO-RECUPERADO
              OPEN I-O MAESTRO-RECUPERADO
              IF FS-RECUPERADO-OK
                 SET WS-RECUPERADO-ABIERTO TO TRUE
              ELSE
                 DISPLAY '*** NO SE PUDO ABRIR MAESTRO-RECUPERADO.VSAM'
                         ' ***'
                 DISPLAY 'FILE STATUS: ' FS-RECUPERADO
                 SET WS-CORRIDA-ABORTADA TO TRUE
              END-IF
           ELSE
              DISPLAY '*** NO SE PUDO CREAR MAESTRO-RECUPERADO.VSAM ***'
              DISPLAY 'FILE STATUS: ' FS-RECUPERADO
              SET WS-CORRIDA-ABORTADA TO TRUE
           END-IF.

       1150-CREAR-RECUPERADO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * 1200-CARGAR-RESPALDO : TOMA LA FECHA Y HORA DEL HEADER DEL      *
      * RESPALDO Y CARGA CADA TARJETA EN EL MAESTRO RECUPERADO,         *
      * ACUMULANDO LOS TOTALES QUE LUEGO SE VERIFICAN CONTRA EL         *
      * TRAILER.                                                        *
      *----------------------------------------------------------------*
       1200-CARGAR-RESPALDO.

           SET WS-RESPALDO-EOF-NO TO TRUE.

           OPEN INPUT RESPALDO-MAESTRO.

           EVALUATE TRUE
               WHEN FS-RESPALDO-OK
                    PERFORM 1250-LEER-RESPALDO
                       THRU 1250-LEER-RESPALDO-FIN
                    IF WS-RESPALDO-EOF-NO AND RSP-ES-HEADER
                       MOVE RSP-FECHA TO WS-MRE-FECHA
                       MOVE RSP-HORA  TO WS-MRE-HORA
                       PERFORM 1250-LEER-RESPALDO
                          THRU 1250-LEER-RESPALDO-FIN
                       PERFORM 1210-CARGAR-REGISTRO
                          THRU 1210-CARGAR-REGISTRO-FIN
                         UNTIL WS-RESPALDO-EOF-YES
                    ELSE
                       MOVE 'EL RESPALDO NO TIENE HEADER, NO SE USA'
                         TO AVI-TEXTO
                       PERFORM 2960-GRABAR-AVISO
                          THRU 2960-GRABAR-AVISO-FIN
                       SET WS-CORRIDA-ABORTADA TO TRUE
                    END-IF
                    CLOSE RESPALDO-MAESTRO
               WHEN FS-RESPALDO-NFD
                    MOVE 'NO SE ENCUENTRA EL RESPALDO DEL MAESTRO'
                      TO AVI-TEXTO
                    PERFORM 2960-GRABAR-AVISO
                       THRU 2960-GRABAR-AVISO-FIN
                    SET WS-CORRIDA-ABORTADA TO TRUE
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR EL RESPALDO DEL MAESTRO'
                    DISPLAY 'FILE STATUS: ' FS-RESPALDO
                    SET WS-CORRIDA-ABORTADA TO TRUE
           END-EVALUATE.

       1200-CARGAR-RESPALDO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1210-CARGAR-REGISTRO.

           EVALUATE TRUE
               WHEN WS-TRAILER-LEIDO
                    MOVE
                      'HAY REGISTROS DESPUES DEL TRAILER DEL RESPALDO'
                      TO AVI-TEXTO
                    PERFORM 2960-GRABAR-AVISO
                       THRU 2960-GRABAR-AVISO-FIN
                    SET WS-CORRIDA-ABORTADA TO TRUE
                    SET WS-RESPALDO-EOF-YES TO TRUE
               WHEN RSP-ES-DETALLE
                    MOVE RSP-DATOS TO REG-RECUPERADO
                    WRITE REG-RECUPERADO
                    IF FS-RECUPERADO-OK
                       ADD 1             TO WS-CANT-RESPALDO
                       ADD RCU-LIMITE    TO WS-HASH-LIM-RESPALDO
                       ADD RCU-SALDO-ANT TO WS-HASH-SAL-RESPALDO
                    ELSE
                       DISPLAY 'ERROR AL CARGAR LA TARJETA '
                               RCU-NRO-TARJ
                       DISPLAY 'FILE STATUS: ' FS-RECUPERADO
                       SET WS-CORRIDA-ABORTADA TO TRUE
                       SET WS-RESPALDO-EOF-YES TO TRUE
                    END-IF
               WHEN RSP-ES-TRAILER
                    SET WS-TRAILER-LEIDO   TO TRUE
                    MOVE RSP-CANT-REG      TO WS-TRL-CANT-REG
                    MOVE RSP-HASH-LIMITE   TO WS-TRL-HASH-LIMITE
                    MOVE RSP-HASH-SALDO    TO WS-TRL-HASH-SALDO
               WHEN OTHER
                    MOVE 'TIPO DE REGISTRO INVALIDO EN EL RESPALDO'
                      TO AVI-TEXTO
                    PERFORM 2960-GRABAR-AVISO
                       THRU 2960-GRABAR-AVISO-FIN
                    SET WS-CORRIDA-ABORTADA TO TRUE
                    SET WS-RESPALDO-EOF-YES TO TRUE
           END-EVALUATE.

           IF WS-RESPALDO-EOF-NO
              PERFORM 1250-LEER-RESPALDO
                 THRU 1250-LEER-RESPALDO-FIN
           END-IF.

       1210-CARGAR-REGISTRO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1250-LEER-RESPALDO.

           READ RESPALDO-MAESTRO
             AT END
                SET WS-RESPALDO-EOF-YES     TO TRUE
             NOT AT END
                SET WS-RESPALDO-EOF-NO      TO TRUE
           END-READ.

           EVALUATE FS-RESPALDO
               WHEN '00'
                    CONTINUE
               WHEN '10'
                    CONTINUE
               WHEN OTHER
                    SET WS-RESPALDO-EOF-YES       TO TRUE
                    SET WS-CORRIDA-ABORTADA       TO TRUE
                    DISPLAY 'ERROR AL LEER EL RESPALDO DEL MAESTRO'
                    DISPLAY 'FILE STATUS: ' FS-RESPALDO
           END-EVALUATE.

       1250-LEER-RESPALDO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * 1300-VERIFICAR-RESPALDO : INFORMA EL RESPALDO USADO Y LO        *
      * COMPARA CONTRA SU TRAILER. UN RESPALDO SIN TRAILER (CORTADO) O  *
      * QUE NO CUADRA NO SE USA, Y TAMPOCO SE PUEDE RECUPERAR A UN      *
      * MOMENTO ANTERIOR AL RESPALDO.                                   *
      *----------------------------------------------------------------*
       1300-VERIFICAR-RESPALDO.

           MOVE LINEA-SEPARADOR TO LINEA-REPORTE-RECUPERACION.
           PERFORM 2950-GRABAR-REPORTE
              THRU 2950-GRABAR-REPORTE-FIN.
           MOVE 'RESPALDO UTILIZADO (MAESTRO-RESPALDO.SEQ)'
             TO TSE-TEXTO.
           MOVE LINEA-TITULO-SECCION TO LINEA-REPORTE-RECUPERACION.
           PERFORM 2950-GRABAR-REPORTE
              THRU 2950-GRABAR-REPORTE-FIN.

           MOVE 'FECHA Y HORA DEL RESPALDO' TO TXT-ETIQUETA.
           MOVE WS-MRE-FECHA  TO WS-MED-FECHA.
           MOVE WS-MRE-HORA   TO WS-MED-HORA.
           MOVE WS-MOMENTO-ED TO TXT-VALOR.
           MOVE LINEA-TEXTO TO LINEA-REPORTE-RECUPERACION.
           PERFORM 2950-GRABAR-REPORTE
              THRU 2950-GRABAR-REPORTE-FIN.

           MOVE 'TARJETAS CARGADAS' TO CAN-ETIQUETA.
           MOVE WS-CANT-RESPALDO    TO CAN-VALOR.
           MOVE LINEA-CANTIDAD TO LINEA-REPORTE-RECUPERACION.
           PERFORM 2950-GRABAR-REPORTE
              THRU 2950-GRABAR-REPORTE-FIN.

           MOVE 'TARJETAS SEGUN TRAILER' TO CAN-ETIQUETA.
           MOVE WS-TRL-CANT-REG          TO CAN-VALOR.
           MOVE LINEA-CANTIDAD TO LINEA-REPORTE-RECUPERACION.
           PERFORM 2950-GRABAR-REPORTE
              THRU 2950-GRABAR-REPORTE-FIN.

           MOVE 'HASH LIMITE CARGADO'  TO IMP-ETIQUETA.
           MOVE WS-HASH-LIM-RESPALDO   TO IMP-VALOR.
           MOVE LINEA-IMPORTE TO LINEA-REPORTE-RECUPERACION.
           PERFORM 2950-GRABAR-REPORTE
              THRU 2950-GRABAR-REPORTE-FIN.

           MOVE 'HASH LIMITE SEGUN TRAILER' TO IMP-ETIQUETA.
           MOVE WS-TRL-HASH-LIMITE          TO IMP-VALOR.
           MOVE LINEA-IMPORTE TO LINEA-REPORTE-RECUPERACION.
           PERFORM 2950-GRABAR-REPORTE
              THRU 2950-GRABAR-REPORTE-FIN.

           MOVE 'HASH SALDO CARGADO'   TO IMP-ETIQUETA.
           MOVE WS-HASH-SAL-RESPALDO   TO IMP-VALOR.
           MOVE LINEA-IMPORTE TO LINEA-REPORTE-RECUPERACION.
           PERFORM 2950-GRABAR-REPORTE
              THRU 2950-GRABAR-REPORTE-FIN.

           MOVE 'HASH SALDO SEGUN TRAILER' TO IMP-ETIQUETA.
           MOVE WS-TRL-HASH-SALDO          TO IMP-VALOR.
           MOVE LINEA-IMPORTE TO LINEA-REPORTE-RECUPERACION.
           PERFORM 2950-GRABAR-REPORTE
              THRU 2950-GRABAR-REPORTE-FIN.

           EVALUATE TRUE
               WHEN WS-TRAILER-FALTA
                    MOVE 'RESPALDO SIN TRAILER (INCOMPLETO), NO SE USA'
                      TO AVI-TEXTO
                    PERFORM 2960-GRABAR-AVISO
                       THRU 2960-GRABAR-AVISO-FIN
                    SET WS-CORRIDA-ABORTADA TO TRUE
               WHEN WS-CANT-RESPALDO     NOT = WS-TRL-CANT-REG
                 OR WS-HASH-LIM-RESPALDO NOT = WS-TRL-HASH-LIMITE
                 OR WS-HASH-SAL-RESPALDO NOT = WS-TRL-HASH-SALDO
                    MOVE
                      'EL RESPALDO NO CUADRA CON SU TRAILER, NO SE USA'
                      TO AVI-TEXTO
                    PERFORM 2960-GRABAR-AVISO
                       THRU 2960-GRABAR-AVISO-FIN
                    SET WS-CORRIDA-ABORTADA TO TRUE
               WHEN WS-MOMENTO-PUNTO < WS-MOMENTO-RESPALDO
                    MOVE
                      'EL PUNTO DE RECUPERACION ES ANTERIOR AL RESPALDO'
                      TO AVI-TEXTO
                    PERFORM 2960-GRABAR-AVISO
                       THRU 2960-GRABAR-AVISO-FIN
                    SET WS-CORRIDA-ABORTADA TO TRUE
               WHEN OTHER
                    MOVE 'RESPALDO VERIFICADO CONTRA SU TRAILER'
                      TO TSE-TEXTO
                    MOVE LINEA-TITULO-SECCION
                      TO LINEA-REPORTE-RECUPERACION
                    PERFORM 2950-GRABAR-REPORTE
                       THRU 2950-GRABAR-REPORTE-FIN
           END-EVALUATE.

       1300-VERIFICAR-RESPALDO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * 2000-REAPLICAR-JOURNAL : RECORRE EL JOURNAL DE AUDITORIA EN EL  *
      * ORDEN EN QUE SE GRABO Y REAPLICA SOBRE EL RECUPERADO LA IMAGEN  *
      * DESPUES DE CADA LINEA ENTRE EL RESPALDO Y EL PUNTO DE           *
      * RECUPERACION. LAS LINEAS DEL MISMO SEGUNDO DEL RESPALDO SE      *
      * REAPLICAN: LA IMAGEN ES COMPLETA Y REGRABARLA NO CAMBIA NADA.   *
      *----------------------------------------------------------------*
       2000-REAPLICAR-JOURNAL.

           MOVE LINEA-SEPARADOR TO LINEA-REPORTE-RECUPERACION.
           PERFORM 2950-GRABAR-REPORTE
              THRU 2950-GRABAR-REPORTE-FIN.
           MOVE 'REAPLICACION DEL JOURNAL (MANTTARJ-AUDITORIA.SEQ)'
             TO TSE-TEXTO.
           MOVE LINEA-TITULO-SECCION TO LINEA-REPORTE-RECUPERACION.
           PERFORM 2950-GRABAR-REPORTE
              THRU 2950-GRABAR-REPORTE-FIN.

           SET WS-AUDITORIA-EOF-NO TO TRUE.

           OPEN INPUT AUDITORIA.

           EVALUATE TRUE
               WHEN FS-AUDITORIA-OK
                    PERFORM 2050-LEER-AUDITORIA
                       THRU 2050-LEER-AUDITORIA-FIN
                    PERFORM 2100-PROCESAR-LINEA
                       THRU 2100-PROCESAR-LINEA-FIN
                      UNTIL WS-AUDITORIA-EOF-YES
                    CLOSE AUDITORIA
               WHEN FS-AUDITORIA-NFD
                    MOVE 'SIN JOURNAL: SE RECUPERA SOLO EL RESPALDO'
                      TO AVI-TEXTO
                    PERFORM 2960-GRABAR-AVISO
                       THRU 2960-GRABAR-AVISO-FIN
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR EL JOURNAL DE AUDITORIA'
                    DISPLAY 'FILE STATUS: ' FS-AUDITORIA
                    SET WS-CORRIDA-ABORTADA TO TRUE
           END-EVALUATE.

           MOVE 'LINEAS DEL JOURNAL LEIDAS' TO CAN-ETIQUETA.
           MOVE WS-CANT-AUD-LEIDAS          TO CAN-VALOR.
           MOVE LINEA-CANTIDAD TO LINEA-REPORTE-RECUPERACION.
           PERFORM 2950-GRABAR-REPORTE
              THRU 2950-GRABAR-REPORTE-FIN.

           MOVE 'ANTERIORES AL RESPALDO (YA INCLUIDAS)' TO CAN-ETIQUETA.
           MOVE WS-CANT-AUD-ANTERIORES      TO CAN-VALOR.
           MOVE LINEA-CANTIDAD TO LINEA-REPORTE-RECUPERACION.
           PERFORM 2950-GRABAR-REPORTE
              THRU 2950-GRABAR-REPORTE-FIN.

           MOVE 'POSTERIORES AL PUNTO (NO APLICADAS)' TO CAN-ETIQUETA.
           MOVE WS-CANT-AUD-POSTERIORES     TO CAN-VALOR.
           MOVE LINEA-CANTIDAD TO LINEA-REPORTE-RECUPERACION.
           PERFORM 2950-GRABAR-REPORTE
              THRU 2950-GRABAR-REPORTE-FIN.

           MOVE 'ALTAS REAPLICADAS'         TO CAN-ETIQUETA.
           MOVE WS-CANT-AUD-ALTAS           TO CAN-VALOR.
           MOVE LINEA-CANTIDAD TO LINEA-REPORTE-RECUPERACION.
           PERFORM 2950-GRABAR-REPORTE
              THRU 2950-GRABAR-REPORTE-FIN.

           MOVE 'CAMBIOS REAPLICADOS'       TO CAN-ETIQUETA.
           MOVE WS-CANT-AUD-CAMBIOS         TO CAN-VALOR.
           MOVE LINEA-CANTIDAD TO LINEA-REPORTE-RECUPERACION.
           PERFORM 2950-GRABAR-REPORTE
              THRU 2950-GRABAR-REPORTE-FIN.

           MOVE 'BAJAS REAPLICADAS'         TO CAN-ETIQUETA.
           MOVE WS-CANT-AUD-BAJAS           TO CAN-VALOR.
           MOVE LINEA-CANTIDAD TO LINEA-REPORTE-RECUPERACION.
           PERFORM 2950-GRABAR-REPORTE
              THRU 2950-GRABAR-REPORTE-FIN.

           MOVE 'LINEAS CON ERROR (NO APLICADAS)' TO CAN-ETIQUETA.
           MOVE WS-CANT-AUD-ERROR           TO CAN-VALOR.
           MOVE LINEA-CANTIDAD TO LINEA-REPORTE-RECUPERACION.
           PERFORM 2950-GRABAR-REPORTE
              THRU 2950-GRABAR-REPORTE-FIN.

       2000-REAPLICAR-JOURNAL-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2050-LEER-AUDITORIA.

           READ AUDITORIA
             AT END
                SET WS-AUDITORIA-EOF-YES     TO TRUE
             NOT AT END
                SET WS-AUDITORIA-EOF-NO      TO TRUE
                ADD 1 TO WS-CANT-AUD-LEIDAS
           END-READ.

           EVALUATE FS-AUDITORIA
               WHEN '00'
                    CONTINUE
               WHEN '10'
                    CONTINUE
               WHEN OTHER
                    SET WS-AUDITORIA-EOF-YES      TO TRUE
                    SET WS-CORRIDA-ABORTADA       TO TRUE
                    DISPLAY 'ERROR AL LEER EL JOURNAL DE AUDITORIA'
                    DISPLAY 'FILE STATUS: ' FS-AUDITORIA
           END-EVALUATE.

       2050-LEER-AUDITORIA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2100-PROCESAR-LINEA.

           MOVE AUD-FECHA TO WS-MJO-FECHA.
           MOVE AUD-HORA  TO WS-MJO-HORA.

           EVALUATE TRUE
               WHEN WS-MOMENTO-JOURNAL < WS-MOMENTO-RESPALDO
                    ADD 1 TO WS-CANT-AUD-ANTERIORES
               WHEN WS-MOMENTO-JOURNAL > WS-MOMENTO-PUNTO
                    ADD 1 TO WS-CANT-AUD-POSTERIORES
               WHEN OTHER
                    PERFORM 2200-APLICAR-IMAGEN
                       THRU 2200-APLICAR-IMAGEN-FIN
           END-EVALUATE.

           PERFORM 2050-LEER-AUDITORIA
              THRU 2050-LEER-AUDITORIA-FIN.

       2100-PROCESAR-LINEA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * 2200-APLICAR-IMAGEN : LA IMAGEN DESPUES SE GRABA TAL CUAL EN EL *
      * RECUPERADO: ALTA SI LA TARJETA NO ESTA, REGRABACION SI YA ESTA. *
      * UNA BAJA DE MANTTARJ ES LOGICA (ESTADO 'C') Y VIAJA COMPLETA.   *
      *----------------------------------------------------------------*
       2200-APLICAR-IMAGEN.

           MOVE AUD-IMAGEN-DESPUES TO REG-RECUPERADO.

           IF RCU-NRO-TARJ = SPACES
              ADD 1 TO WS-CANT-AUD-ERROR
              DISPLAY 'LINEA DEL JOURNAL SIN IMAGEN DESPUES: '
                      AUD-NRO-TARJ ' ' AUD-FECHA ' ' AUD-HORA
           ELSE
              WRITE REG-RECUPERADO
              IF FS-RECUPERADO-CLAVE-DUP
                 REWRITE REG-RECUPERADO
              END-IF

              IF FS-RECUPERADO-OK
                 EVALUATE TRUE
                     WHEN AUD-ES-ALTA
                          ADD 1 TO WS-CANT-AUD-ALTAS
                     WHEN AUD-ES-BAJA
                          ADD 1 TO WS-CANT-AUD-BAJAS
                     WHEN OTHER
                          ADD 1 TO WS-CANT-AUD-CAMBIOS
                 END-EVALUATE
              ELSE
                 ADD 1 TO WS-CANT-AUD-ERROR
                 DISPLAY 'ERROR AL REAPLICAR LA TARJETA ' RCU-NRO-TARJ
                 DISPLAY 'FILE STATUS: ' FS-RECUPERADO
              END-IF
           END-IF.

       2200-APLICAR-IMAGEN-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2950-GRABAR-REPORTE.

           IF FS-REPORTE-OK
              WRITE REG-REPORTE-RECUPERACION
              IF NOT FS-REPORTE-OK
                 DISPLAY 'ERROR AL GRABAR EL REPORTE DE RECUPERACION'
                 DISPLAY 'FILE STATUS: ' FS-REPORTE
              END-IF
           END-IF.

       2950-GRABAR-REPORTE-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * 2960-GRABAR-AVISO : DEJA EL AVISO DE AVI-TEXTO EN EL REPORTE Y  *
      * EN LA CONSOLA.                                                  *
      *----------------------------------------------------------------*
       2960-GRABAR-AVISO.

           DISPLAY '*** ' AVI-TEXTO.
           MOVE LINEA-AVISO TO LINEA-REPORTE-RECUPERACION.
           PERFORM 2950-GRABAR-REPORTE
              THRU 2950-GRABAR-REPORTE-FIN.

       2960-GRABAR-AVISO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * 3000-CONCILIAR-MAESTRO : APAREA POR NUMERO DE TARJETA EL        *
      * MAESTRO RECUPERADO CONTRA EL VIVO Y LISTA LAS TARJETAS QUE      *
      * ESTAN EN UNO SOLO O CUYO REGISTRO DIFIERE, CON LOS TOTALES DE   *
      * CONTROL DE AMBOS. SIN MAESTRO VIVO SOLO SE TOTALIZA EL          *
      * RECUPERADO.                                                     *
      *----------------------------------------------------------------*
       3000-CONCILIAR-MAESTRO.

           CLOSE MAESTRO-RECUPERADO.
           SET WS-RECUPERADO-CERRADO TO TRUE.
           OPEN INPUT MAESTRO-RECUPERADO.

           IF FS-RECUPERADO-OK
              SET WS-RECUPERADO-ABIERTO TO TRUE
           ELSE
              DISPLAY 'ERROR AL REABRIR EL MAESTRO RECUPERADO'
              DISPLAY 'FILE STATUS: ' FS-RECUPERADO
              SET WS-CORRIDA-ABORTADA TO TRUE
           END-IF.

           IF WS-RECUPERADO-ABIERTO
              PERFORM 3010-APAREAR-MAESTROS
                 THRU 3010-APAREAR-MAESTROS-FIN
              PERFORM 3400-INFORMAR-TOTALES
                 THRU 3400-INFORMAR-TOTALES-FIN
           END-IF.

       3000-CONCILIAR-MAESTRO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3010-APAREAR-MAESTROS.

           MOVE LINEA-SEPARADOR TO LINEA-REPORTE-RECUPERACION.
           PERFORM 2950-GRABAR-REPORTE
              THRU 2950-GRABAR-REPORTE-FIN.
           MOVE 'CONCILIACION DEL RECUPERADO CONTRA EL MAESTRO VIVO'
             TO TSE-TEXTO.
           MOVE LINEA-TITULO-SECCION TO LINEA-REPORTE-RECUPERACION.
           PERFORM 2950-GRABAR-REPORTE
              THRU 2950-GRABAR-REPORTE-FIN.

           OPEN INPUT ENT-TARJETA.

           IF FS-TARJETAS-FILE-OK
              SET WS-VIVO-DISPONIBLE TO TRUE
              MOVE LINEA-ENCABEZADO-DIF TO LINEA-REPORTE-RECUPERACION
              PERFORM 2950-GRABAR-REPORTE
                 THRU 2950-GRABAR-REPORTE-FIN
              MOVE LINEA-LEYENDA-DIF TO LINEA-REPORTE-RECUPERACION
              PERFORM 2950-GRABAR-REPORTE
                 THRU 2950-GRABAR-REPORTE-FIN
              PERFORM 3060-LEER-VIVO
                 THRU 3060-LEER-VIVO-FIN
           ELSE
              DISPLAY 'ERROR AL ABRIR EL ARCHIVO MAESTRO'
              DISPLAY 'FILE STATUS: ' FS-TARJETAS
              MOVE 'NO SE PUDO ABRIR EL MAESTRO VIVO: NO SE CONCILIA'
                TO AVI-TEXTO
              PERFORM 2960-GRABAR-AVISO
                 THRU 2960-GRABAR-AVISO-FIN
              MOVE HIGH-VALUES TO WS-CLAVE-VIVO
           END-IF.

           PERFORM 3050-LEER-RECUPERADO
              THRU 3050-LEER-RECUPERADO-FIN.

           PERFORM 3100-COMPARAR-TARJETA
              THRU 3100-COMPARAR-TARJETA-FIN
             UNTIL WS-CLAVE-RECU = HIGH-VALUES
               AND WS-CLAVE-VIVO = HIGH-VALUES.

           IF WS-VIVO-DISPONIBLE
              CLOSE ENT-TARJETA
              IF NOT FS-TARJETAS-FILE-OK
                 DISPLAY 'ERROR AL CERRAR ARCHIVO MAESTRO: '
                         FS-TARJETAS
              END-IF
           END-IF.

       3010-APAREAR-MAESTROS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3050-LEER-RECUPERADO.

           READ MAESTRO-RECUPERADO NEXT RECORD
             AT END
                MOVE HIGH-VALUES       TO WS-CLAVE-RECU
             NOT AT END
                MOVE RCU-NRO-TARJ      TO WS-CLAVE-RECU
                ADD 1                  TO WS-CANT-RECU
                ADD RCU-LIMITE         TO WS-HASH-LIM-RECU
                ADD RCU-SALDO-ANT      TO WS-HASH-SAL-RECU
           END-READ.

           EVALUATE FS-RECUPERADO
               WHEN '00'
                    CONTINUE
               WHEN '10'
                    CONTINUE
               WHEN OTHER
                    MOVE HIGH-VALUES TO WS-CLAVE-RECU
                    DISPLAY 'ERROR AL LEER EL MAESTRO RECUPERADO'
                    DISPLAY 'FILE STATUS: ' FS-RECUPERADO
           END-EVALUATE.

       3050-LEER-RECUPERADO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3060-LEER-VIVO.

           READ ENT-TARJETA NEXT RECORD
             AT END
                MOVE HIGH-VALUES       TO WS-CLAVE-VIVO
             NOT AT END
                MOVE MAE-NRO-TARJ      TO WS-CLAVE-VIVO
                ADD 1                  TO WS-CANT-VIVO
                ADD MAE-LIMITE         TO WS-HASH-LIM-VIVO
                ADD MAE-SALDO-ANT      TO WS-HASH-SAL-VIVO
           END-READ.

           EVALUATE FS-TARJETAS
               WHEN '00'
                    CONTINUE
               WHEN '10'
                    CONTINUE
               WHEN OTHER
                    MOVE HIGH-VALUES TO WS-CLAVE-VIVO
                    DISPLAY 'ERROR AL LEER EL ARCHIVO MAESTRO'
                    DISPLAY 'FILE STATUS: ' FS-TARJETAS
           END-EVALUATE.

       3060-LEER-VIVO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3100-COMPARAR-TARJETA.

           EVALUATE TRUE
               WHEN WS-CLAVE-RECU < WS-CLAVE-VIVO
                    IF WS-VIVO-DISPONIBLE
                       ADD 1 TO WS-CANT-SOLO-RECU
                       MOVE SPACES         TO LINEA-DIFERENCIA
                       MOVE RCU-NRO-TARJ   TO DIF-NRO-TARJ
                       MOVE 'SOLO RECUPERADO' TO DIF-SITUACION
                       MOVE RCU-LIMITE     TO DIF-LIM-RECU
                       MOVE RCU-SALDO-ANT  TO DIF-SAL-RECU
                       PERFORM 3300-GRABAR-DIFERENCIA
                          THRU 3300-GRABAR-DIFERENCIA-FIN
                    END-IF
                    PERFORM 3050-LEER-RECUPERADO
                       THRU 3050-LEER-RECUPERADO-FIN
               WHEN WS-CLAVE-RECU > WS-CLAVE-VIVO
                    ADD 1 TO WS-CANT-SOLO-VIVO
                    MOVE SPACES            TO LINEA-DIFERENCIA
                    MOVE MAE-NRO-TARJ      TO DIF-NRO-TARJ
                    MOVE 'SOLO EN VIVO'    TO DIF-SITUACION
                    MOVE MAE-LIMITE        TO DIF-LIM-VIVO
                    MOVE MAE-SALDO-ANT     TO DIF-SAL-VIVO
                    PERFORM 3300-GRABAR-DIFERENCIA
                       THRU 3300-GRABAR-DIFERENCIA-FIN
                    PERFORM 3060-LEER-VIVO
                       THRU 3060-LEER-VIVO-FIN
               WHEN OTHER
                    IF REG-RECUPERADO = REG-MAESTRO
                       ADD 1 TO WS-CANT-COINCIDEN
                    ELSE
                       PERFORM 3200-INFORMAR-DIFERENCIA
                          THRU 3200-INFORMAR-DIFERENCIA-FIN
                    END-IF
                    PERFORM 3050-LEER-RECUPERADO
                       THRU 3050-LEER-RECUPERADO-FIN
                    PERFORM 3060-LEER-VIVO
                       THRU 3060-LEER-VIVO-FIN
           END-EVALUATE.

       3100-COMPARAR-TARJETA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * 3200-INFORMAR-DIFERENCIA : LA TARJETA ESTA EN LOS DOS MAESTROS  *
      * CON DATOS DISTINTOS: SE LISTAN LIMITE Y SALDO DE AMBOS Y LOS    *
      * CAMPOS QUE NO COINCIDEN, ABREVIADOS SEGUN LA LEYENDA.           *
      *----------------------------------------------------------------*
       3200-INFORMAR-DIFERENCIA.

           ADD 1 TO WS-CANT-DIFIEREN.

           MOVE SPACES            TO LINEA-DIFERENCIA.
           MOVE RCU-NRO-TARJ      TO DIF-NRO-TARJ.
           MOVE 'DIFIERE'         TO DIF-SITUACION.
           MOVE MAE-LIMITE        TO DIF-LIM-VIVO.
           MOVE RCU-LIMITE        TO DIF-LIM-RECU.
           MOVE MAE-SALDO-ANT     TO DIF-SAL-VIVO.
           MOVE RCU-SALDO-ANT     TO DIF-SAL-RECU.
           MOVE 1                 TO WS-PTR-CAMPOS.

           IF RCU-CUENTA NOT = MAE-CUENTA
              STRING 'CTA ' DELIMITED BY SIZE
                     INTO DIF-CAMPOS
                     WITH POINTER WS-PTR-CAMPOS
           END-IF.
           IF RCU-APELLIDO   NOT = MAE-APELLIDO
           OR RCU-NOMBRE     NOT = MAE-NOMBRE
           OR RCU-DIRECCION  NOT = MAE-DIRECCION
           OR RCU-COD-POSTAL NOT = MAE-COD-POSTAL
              STRING 'TIT ' DELIMITED BY SIZE
                     INTO DIF-CAMPOS
                     WITH POINTER WS-PTR-CAMPOS
           END-IF.
           IF RCU-MONEDA NOT = MAE-MONEDA
              STRING 'MON ' DELIMITED BY SIZE
                     INTO DIF-CAMPOS
                     WITH POINTER WS-PTR-CAMPOS
           END-IF.
           IF RCU-LIMITE NOT = MAE-LIMITE
              STRING 'LIM ' DELIMITED BY SIZE
                     INTO DIF-CAMPOS
                     WITH POINTER WS-PTR-CAMPOS
           END-IF.
           IF RCU-SALDO-ANT NOT = MAE-SALDO-ANT
              STRING 'SAL ' DELIMITED BY SIZE
                     INTO DIF-CAMPOS
                     WITH POINTER WS-PTR-CAMPOS
           END-IF.
           IF RCU-FECHA-VENC NOT = MAE-FECHA-VENC
              STRING 'VTO ' DELIMITED BY SIZE
                     INTO DIF-CAMPOS
                     WITH POINTER WS-PTR-CAMPOS
           END-IF.
           IF RCU-ESTADO NOT = MAE-ESTADO
              STRING 'EST ' DELIMITED BY SIZE
                     INTO DIF-CAMPOS
                     WITH POINTER WS-PTR-CAMPOS
           END-IF.
           IF RCU-DIA-CORTE NOT = MAE-DIA-CORTE
              STRING 'COR ' DELIMITED BY SIZE
                     INTO DIF-CAMPOS
                     WITH POINTER WS-PTR-CAMPOS
           END-IF.
           IF RCU-PORC-ADELANTO  NOT = MAE-PORC-ADELANTO
           OR RCU-SALDO-ADELANTO NOT = MAE-SALDO-ADELANTO
              STRING 'ADE ' DELIMITED BY SIZE
                     INTO DIF-CAMPOS
                     WITH POINTER WS-PTR-CAMPOS
           END-IF.

           PERFORM 3300-GRABAR-DIFERENCIA
              THRU 3300-GRABAR-DIFERENCIA-FIN.

       3200-INFORMAR-DIFERENCIA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3300-GRABAR-DIFERENCIA.

           MOVE LINEA-DIFERENCIA TO LINEA-REPORTE-RECUPERACION.
           PERFORM 2950-GRABAR-REPORTE
              THRU 2950-GRABAR-REPORTE-FIN.

       3300-GRABAR-DIFERENCIA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * 3400-INFORMAR-TOTALES : CANTIDAD Y TOTALES HASH DEL RECUPERADO  *
      * Y DEL VIVO, Y EL RESULTADO DEL APAREO.                          *
      *----------------------------------------------------------------*
       3400-INFORMAR-TOTALES.

           MOVE LINEA-SEPARADOR TO LINEA-REPORTE-RECUPERACION.
           PERFORM 2950-GRABAR-REPORTE
              THRU 2950-GRABAR-REPORTE-FIN.
           MOVE LINEA-ENCABEZADO-TOT TO LINEA-REPORTE-RECUPERACION.
           PERFORM 2950-GRABAR-REPORTE
              THRU 2950-GRABAR-REPORTE-FIN.

           MOVE SPACES           TO LINEA-TOTAL-CANTIDAD.
           MOVE 'TARJETAS'       TO TOC-ETIQUETA.
           MOVE WS-CANT-RECU     TO TOC-RECU.
           IF WS-VIVO-DISPONIBLE
              MOVE WS-CANT-VIVO  TO TOC-VIVO
           END-IF.
           MOVE LINEA-TOTAL-CANTIDAD TO LINEA-REPORTE-RECUPERACION.
           PERFORM 2950-GRABAR-REPORTE
              THRU 2950-GRABAR-REPORTE-FIN.

           MOVE SPACES           TO LINEA-TOTAL-IMPORTE.
           MOVE 'HASH LIMITE'    TO TOI-ETIQUETA.
           MOVE WS-HASH-LIM-RECU TO TOI-RECU.
           IF WS-VIVO-DISPONIBLE
              MOVE WS-HASH-LIM-VIVO TO TOI-VIVO
           END-IF.
           MOVE LINEA-TOTAL-IMPORTE TO LINEA-REPORTE-RECUPERACION.
           PERFORM 2950-GRABAR-REPORTE
              THRU 2950-GRABAR-REPORTE-FIN.

           MOVE SPACES           TO LINEA-TOTAL-IMPORTE.
           MOVE 'HASH SALDO'     TO TOI-ETIQUETA.
           MOVE WS-HASH-SAL-RECU TO TOI-RECU.
           IF WS-VIVO-DISPONIBLE
              MOVE WS-HASH-SAL-VIVO TO TOI-VIVO
           END-IF.
           MOVE LINEA-TOTAL-IMPORTE TO LINEA-REPORTE-RECUPERACION.
           PERFORM 2950-GRABAR-REPORTE
              THRU 2950-GRABAR-REPORTE-FIN.

           IF WS-VIVO-DISPONIBLE
              MOVE LINEA-SEPARADOR TO LINEA-REPORTE-RECUPERACION
              PERFORM 2950-GRABAR-REPORTE
                 THRU 2950-GRABAR-REPORTE-FIN

              MOVE 'TARJETAS QUE COINCIDEN'  TO CAN-ETIQUETA
              MOVE WS-CANT-COINCIDEN         TO CAN-VALOR
              MOVE LINEA-CANTIDAD TO LINEA-REPORTE-RECUPERACION
              PERFORM 2950-GRABAR-REPORTE
                 THRU 2950-GRABAR-REPORTE-FIN

              MOVE 'TARJETAS QUE DIFIEREN'   TO CAN-ETIQUETA
              MOVE WS-CANT-DIFIEREN          TO CAN-VALOR
              MOVE LINEA-CANTIDAD TO LINEA-REPORTE-RECUPERACION
              PERFORM 2950-GRABAR-REPORTE
                 THRU 2950-GRABAR-REPORTE-FIN

              MOVE 'SOLO EN EL RECUPERADO'   TO CAN-ETIQUETA
              MOVE WS-CANT-SOLO-RECU         TO CAN-VALOR
              MOVE LINEA-CANTIDAD TO LINEA-REPORTE-RECUPERACION
              PERFORM 2950-GRABAR-REPORTE
                 THRU 2950-GRABAR-REPORTE-FIN

              MOVE 'SOLO EN EL VIVO'         TO CAN-ETIQUETA
              MOVE WS-CANT-SOLO-VIVO         TO CAN-VALOR
              MOVE LINEA-CANTIDAD TO LINEA-REPORTE-RECUPERACION
              PERFORM 2950-GRABAR-REPORTE
                 THRU 2950-GRABAR-REPORTE-FIN
           END-IF.

       3400-INFORMAR-TOTALES-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3500-CERRAR-ARCHIVOS.

           IF WS-RECUPERADO-ABIERTO
              CLOSE MAESTRO-RECUPERADO
              IF NOT FS-RECUPERADO-OK
                 DISPLAY 'ERROR AL CERRAR EL MAESTRO RECUPERADO: '
                         FS-RECUPERADO
              END-IF
           END-IF.

           CLOSE REPORTE-RECUPERACION.

           IF NOT FS-REPORTE-OK
              DISPLAY 'ERROR AL CERRAR EL REPORTE DE RECUPERACION: '
                      FS-REPORTE
           END-IF.

       3500-CERRAR-ARCHIVOS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       4000-TOTALES-ARCHIVO.

           DISPLAY '--------------------------------------'.
           IF WS-CORRIDA-ABORTADA
              DISPLAY '*** RECUPERACION NO COMPLETADA, VER REPORTE ***'
           END-IF.
           DISPLAY 'TARJETAS DEL RESPALDO      : '
                   WS-CANT-RESPALDO.
           DISPLAY 'LINEAS DE JOURNAL LEIDAS   : '
                   WS-CANT-AUD-LEIDAS.
           DISPLAY 'ALTAS REAPLICADAS          : '
                   WS-CANT-AUD-ALTAS.
           DISPLAY 'CAMBIOS REAPLICADOS        : '
                   WS-CANT-AUD-CAMBIOS.
           DISPLAY 'BAJAS REAPLICADAS          : '
                   WS-CANT-AUD-BAJAS.
           DISPLAY 'LINEAS CON ERROR           : '
                   WS-CANT-AUD-ERROR.
           DISPLAY 'TARJETAS RECUPERADAS       : '
                   WS-CANT-RECU.
           DISPLAY 'TARJETAS QUE DIFIEREN      : '
                   WS-CANT-DIFIEREN.
           DISPLAY 'SOLO EN EL RECUPERADO      : '
                   WS-CANT-SOLO-RECU.
           DISPLAY 'SOLO EN EL VIVO            : '
                   WS-CANT-SOLO-VIVO.
           DISPLAY '--------------------------------------'.
           DISPLAY '          FIN DEL PROGRAMA            '.
           DISPLAY '--------------------------------------'.

       4000-TOTALES-ARCHIVO-EXIT.
           EXIT.
      *----------------------------------------------------------------*

       END PROGRAM RECUTARJ.
