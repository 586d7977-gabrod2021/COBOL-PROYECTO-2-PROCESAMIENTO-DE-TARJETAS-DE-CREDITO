      *----------------------------------------------------------------*
      *Author:  GABRIELA RODRIGUEZ                                     *
      *         CLAUDIA SANTILLAN                                      *
      *         GABY OSELLA                                            *
      *         GUILLERMO RODRIGUEZ                                    *
      *         EDDISON MORA GOMEZ
      * Date: 15/10/2026
      * Purpose: CARTAS DE COBRANZA ESCALONADAS: A CADA TARJETA DE
      *          MOROSIDAD.SEQ LE CORRESPONDE LA CARTA DE SUS CICLOS
      *          DE MORA SEGUN LA TABLA CARTAS-TEXTOS.SEQ (POR EJEMPLO
      *          RECORDATORIO A 1 CICLO, INTIMACION A 2 Y AVISO PREVIO
      *          AL BLOQUEO EN EL UMBRAL), Y CADA DEBITO AUTOMATICO
      *          REBOTADO DE DEBITOS-RETORNO.SEQ RECIBE SU PROPIA
      *          CARTA. LAS CARTAS SALEN AL DOMICILIO DEL TITULAR EN
      *          CLIENTES.VSAM, CLASIFICADAS POR CODIGO POSTAL, EN
      *          CARTAS-VENDOR.SEQ CON HEADER 'HH' Y TRAILER 'TT' COMO
      *          LA ENTREGA DE RESUMENES DE RESUVEND. CADA CARTA SE
      *          ANOTA EN CARTAS-ENVIADAS.SEQ Y NO SE REPITE PARA LA
      *          MISMA TARJETA EN EL MISMO CICLO.
      * Tectonics: cobc
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.

       PROGRAM-ID. CARTCOBR.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *----------------------------------------------------------------*
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.
      *----------------------------------------------------------------*
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT MOROSIDAD
           ASSIGN TO '../MOROSIDAD.SEQ'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-MOROSIDAD.

       SELECT RETORNO-DEBITOS
           ASSIGN TO '../DEBITOS-RETORNO.SEQ'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RETORNO.

       SELECT TEXTOS-CARTAS
           ASSIGN TO '../CARTAS-TEXTOS.SEQ'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-TEXTOS.

       SELECT CARTAS-ENVIADAS
           ASSIGN TO '../CARTAS-ENVIADAS.SEQ'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENVIADAS.

       SELECT CARTAS-WRK
           ASSIGN TO '../CARTAS-WRK.VSAM'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS-CAR-WRK
           RECORD KEY IS CAK-CLAVE.

       SELECT SALIDA-VENDOR
           ASSIGN TO '../CARTAS-VENDOR.SEQ'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-VENDOR.

       SELECT CLASIFICACION
           ASSIGN TO 'SORTWK'.

       DATA DIVISION.

       FILE SECTION.

       COPY "MOROSIDA.CPY".
       COPY "DEBRETO.CPY".
       COPY "CARTTEXT.CPY".
       COPY "CARTLOG.CPY".
       COPY "CARTWRK.CPY".

       FD  SALIDA-VENDOR
           LABEL RECORD STANDARD.

       01  REG-VENDOR                        PIC X(132).

       SD  CLASIFICACION.
       01  REG-CLAS-CARTA.
           05  CLAS-TIPO-REG                  PIC X(02).
           05  CLAS-COD-POSTAL                PIC 9(04).
           05  CLAS-NRO-CARTA                 PIC 9(08).
           05  CLAS-NRO-LINEA                 PIC 9(04).
           05  FILLER                         PIC X(114).

       WORKING-STORAGE SECTION.

       01 FS-STATUS.
          05 FS-MOROSIDAD                  PIC X(2).
             88 FS-MOROSIDAD-OK                VALUE '00'.
             88 FS-MOROSIDAD-EOF               VALUE '10'.
             88 FS-MOROSIDAD-NFD               VALUE '35'.

          05 FS-RETORNO                    PIC X(2).
             88 FS-RETORNO-OK                  VALUE '00'.
             88 FS-RETORNO-EOF                 VALUE '10'.
             88 FS-RETORNO-NFD                 VALUE '35'.

          05 FS-TEXTOS                     PIC X(2).
             88 FS-TEXTOS-OK                   VALUE '00'.
             88 FS-TEXTOS-EOF                  VALUE '10'.
             88 FS-TEXTOS-NFD                  VALUE '35'.

          05 FS-ENVIADAS                   PIC X(2).
             88 FS-ENVIADAS-OK                 VALUE '00'.
             88 FS-ENVIADAS-EOF                VALUE '10'.
             88 FS-ENVIADAS-NFD                VALUE '35'.

          05 FS-CAR-WRK                    PIC X(2).
             88 FS-CAR-WRK-OK                  VALUE '00'.
             88 FS-CAR-WRK-EOF                 VALUE '10'.
             88 FS-CAR-WRK-NFD                 VALUE '35'.
             88 FS-CAR-WRK-CLAVE-DUP           VALUE '22'.
             88 FS-CAR-WRK-CLAVE-NFD           VALUE '23'.

          05 FS-VENDOR                     PIC X(2).
             88 FS-VENDOR-OK                   VALUE '00'.
             88 FS-VENDOR-EOF                  VALUE '10'.
             88 FS-VENDOR-NFD                  VALUE '35'.

       01 WS-MOROSIDAD-EOF                   PIC X(1).
          88 WS-MOROSIDAD-EOF-YES            VALUE 'Y'.
          88 WS-MOROSIDAD-EOF-NO             VALUE 'N'.

       01 WS-RETORNO-EOF                     PIC X(1).
          88 WS-RETORNO-EOF-YES              VALUE 'Y'.
          88 WS-RETORNO-EOF-NO               VALUE 'N'.

       01 WS-TEXTOS-EOF                      PIC X(1).
          88 WS-TEXTOS-EOF-YES               VALUE 'Y'.
          88 WS-TEXTOS-EOF-NO                VALUE 'N'.

       01 WS-ENVIADAS-EOF                    PIC X(1).
          88 WS-ENVIADAS-EOF-YES             VALUE 'Y'.
          88 WS-ENVIADAS-EOF-NO              VALUE 'N'.

       01 WS-SALIDA-EOF                      PIC X(1).
          88 WS-SALIDA-EOF-YES               VALUE 'Y'.
          88 WS-SALIDA-EOF-NO                VALUE 'N'.

       01 WS-CONTADORES.
          05 WS-CANT-MOROSOS-LEIDOS         PIC 9(08).
          05 WS-CANT-RETORNOS-LEIDOS        PIC 9(08).
          05 WS-CANT-CARTAS-MORA            PIC 9(08).
          05 WS-CANT-CARTAS-REBOTE          PIC 9(08).
          05 WS-CANT-YA-ENVIADAS            PIC 9(08).
          05 WS-CANT-SIN-CARTA              PIC 9(08).
          05 WS-CANT-SIN-MAESTRO            PIC 9(08).
          05 WS-CANT-CERRADAS               PIC 9(08).
          05 WS-CANT-CARTAS                 PIC 9(08).
          05 WS-CANT-LINEAS                 PIC 9(08).
          05 WS-CANT-CARTAS-ENTREGADAS      PIC 9(08).

      * TEXTOS VIGENTES HOY, EN EL ORDEN DEL ARCHIVO. SIN
      * CARTAS-TEXTOS.SEQ NO SE EMITE NINGUNA CARTA.
       01 WS-TABLA-TEXTOS.
          05 WS-CANT-TEXTOS                 PIC 9(03) VALUE 0.
          05 WS-TXT-ITEM OCCURS 1 TO 200 TIMES
                          DEPENDING ON WS-CANT-TEXTOS
                          INDEXED BY WS-IX-TXT.
             10 WS-TXT-TIPO-CARTA            PIC X(03).
             10 WS-TXT-CICLOS                PIC 9(02).
             10 WS-TXT-TEXTO                 PIC X(60).

       01 WS-SW-CARTA                        PIC X(01).
          88 WS-CARTA-ENCONTRADA             VALUE 'S'.
          88 WS-CARTA-NO-ENCONTRADA          VALUE 'N'.

      * DATOS DE LA CARTA EN CURSO, CARGADOS POR QUIEN LA PIDE.
       01 WS-CARTA-EN-CURSO.
          05 WS-CAR-NRO-TARJ                PIC X(19).
          05 WS-CAR-TIPO-CARTA              PIC X(03).
             88 WS-CAR-ES-REBOTE                VALUE 'REB'.
          05 WS-CAR-CICLOS                  PIC 9(02).
          05 WS-CAR-SALDO                   PIC S9(10)V9(02).
          05 WS-CAR-PAGO-MINIMO             PIC 9(08)V9(02).
          05 WS-CAR-FECHA-DEBITO            PIC X(10).

       77 WS-NRO-LINEA                       PIC 9(04).

      * LINEA DE CARTA QUE SE ENTREGA AL SORT.
       01 WS-LINEA-CARTA.
          COPY "CARTVEND.CPY".

       01 WS-REG-MAESTRO.
          05 WS-MAE-CUENTA                  PIC 9(10).
          05 WS-MAE-NRO-TARJ                PIC X(19).
          05 WS-MAE-APELLIDO                PIC X(20).
          05 WS-MAE-NOMBRE                  PIC X(20).
          05 WS-MAE-DIRECCION               PIC X(40).
          05 WS-MAE-COD-POSTAL              PIC 9(4).
          05 WS-MAE-MONEDA                  PIC X(3).
          05 WS-MAE-LIMITE                  PIC 9(8)V99.
          05 WS-MAE-SALDO-ANT               PIC 9(8)V99.
          05 WS-MAE-FECHA-VENC              PIC X(10).
          05 WS-MAE-ESTADO                  PIC X(01).
             88 WS-MAE-ACTIVA                   VALUE 'A'.
             88 WS-MAE-BLOQUEADA                VALUE 'B'.
             88 WS-MAE-CERRADA                  VALUE 'C'.
          05 WS-MAE-DIA-CORTE                PIC 9(02).
          05 WS-MAE-PORC-ADELANTO            PIC 9(03).
          05 WS-MAE-SALDO-ADELANTO           PIC 9(8)V99.

       01 WS-VALIDA-CLIENTE.
          COPY "CLIENTIO.CPY".

      * DATOS DEL TITULAR PARA EL SOBRE: DE CLIENTES.VSAM, O DEL
      * MAESTRO PARA LAS CUENTAS TODAVIA NO MIGRADAS.
       01 WS-TITULAR.
          05 WS-TIT-APELLIDO                PIC X(20).
          05 WS-TIT-NOMBRE                  PIC X(20).
          05 WS-TIT-DIRECCION               PIC X(40).
          05 WS-TIT-COD-POSTAL              PIC 9(04).

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

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

           PERFORM 1000-INICIAR-PROGRAMA
              THRU 1000-INICIAR-PROGRAMA-EXIT.

           SORT CLASIFICACION
                ON ASCENDING KEY CLAS-COD-POSTAL
                                 CLAS-NRO-CARTA
                                 CLAS-NRO-LINEA
                INPUT PROCEDURE IS 2000-GENERAR-CARTAS
                               THRU 2000-GENERAR-CARTAS-FIN
                OUTPUT PROCEDURE IS 3000-GRABAR-VENDOR
                                THRU 3000-GRABAR-VENDOR-FIN.

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

           PERFORM 1100-LEER-TEXTOS
              THRU 1100-LEER-TEXTOS-FIN.

           PERFORM 1200-CARGAR-ENVIADAS
              THRU 1200-CARGAR-ENVIADAS-FIN.

      * EL REGISTRO DE CARTAS ENVIADAS ES PERMANENTE: CADA CORRIDA
      * AGREGA LAS SUYAS EN EXTEND.
           OPEN EXTEND CARTAS-ENVIADAS.
           IF FS-ENVIADAS-NFD
              OPEN OUTPUT CARTAS-ENVIADAS
           END-IF.

           IF NOT FS-ENVIADAS-OK
              DISPLAY '*** ERROR AL ABRIR CARTAS-ENVIADAS.SEQ, SE '
                      'DETIENE LA CORRIDA ***'
              DISPLAY 'FILE STATUS: ' FS-ENVIADAS
              STOP RUN
           END-IF.

      * EL ARCHIVO PARA LA IMPRENTA SE ABRE ANTES DE ANOTAR UNA SOLA
      * CARTA: UNA CARTA ANOTADA COMO ENVIADA NO SE VUELVE A GENERAR.
           OPEN OUTPUT SALIDA-VENDOR.
           IF NOT FS-VENDOR-OK
              DISPLAY '*** ERROR AL ABRIR CARTAS-VENDOR.SEQ, SE '
                      'DETIENE LA CORRIDA ***'
              DISPLAY 'FILE STATUS: ' FS-VENDOR
              STOP RUN
           END-IF.

       1000-INICIAR-PROGRAMA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 1100-LEER-TEXTOS : CARGA LAS LINEAS DE TEXTO VIGENTES A LA      *
      * FECHA DE PROCESO; LAS DEMAS SE DESCARTAN AL LEER.               *
      *----------------------------------------------------------------*
       1100-LEER-TEXTOS.

           MOVE 0 TO WS-CANT-TEXTOS.
           SET WS-TEXTOS-EOF-NO TO TRUE.

           OPEN INPUT TEXTOS-CARTAS.

           EVALUATE TRUE
               WHEN FS-TEXTOS-OK
                    PERFORM 1110-LEER-REG-TEXTO
                       THRU 1110-LEER-REG-TEXTO-FIN
                    PERFORM 1120-CARGAR-REG-TEXTO
                       THRU 1120-CARGAR-REG-TEXTO-FIN
                      UNTIL WS-TEXTOS-EOF-YES
                    CLOSE TEXTOS-CARTAS
               WHEN FS-TEXTOS-NFD
                    DISPLAY 'NO SE ENCUENTRA CARTAS-TEXTOS.SEQ, NO SE '
                            'EMITEN CARTAS'
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR CARTAS-TEXTOS.SEQ, NO SE '
                            'EMITEN CARTAS'
                    DISPLAY 'FILE STATUS: ' FS-TEXTOS
           END-EVALUATE.

       1100-LEER-TEXTOS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1110-LEER-REG-TEXTO.

           READ TEXTOS-CARTAS
             AT END
                SET WS-TEXTOS-EOF-YES         TO TRUE
             NOT AT END
                SET WS-TEXTOS-EOF-NO          TO TRUE
           END-READ.

       1110-LEER-REG-TEXTO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1120-CARGAR-REG-TEXTO.

           IF WS-FECHA-PROCESO-ED >= CTX-FECHA-DESDE
              AND WS-FECHA-PROCESO-ED <= CTX-FECHA-HASTA
              IF WS-CANT-TEXTOS < 200
                 ADD 1 TO WS-CANT-TEXTOS
                 MOVE CTX-TIPO-CARTA
                   TO WS-TXT-TIPO-CARTA(WS-CANT-TEXTOS)
                 MOVE CTX-CICLOS
                   TO WS-TXT-CICLOS(WS-CANT-TEXTOS)
                 MOVE CTX-TEXTO
                   TO WS-TXT-TEXTO(WS-CANT-TEXTOS)
              ELSE
                 DISPLAY '*** MAS DE 200 LINEAS DE TEXTO VIGENTES, SE '
                         'IGNORA: ' CTX-TEXTO ' ***'
              END-IF
           END-IF.

           PERFORM 1110-LEER-REG-TEXTO
              THRU 1110-LEER-REG-TEXTO-FIN.

       1120-CARGAR-REG-TEXTO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * 1200-CARGAR-ENVIADAS : VUELCA EL REGISTRO DE CARTAS ENVIADAS AL *
      * ARCHIVO DE TRABAJO CLAVEADO. UN ERROR AL GRABARLO DETIENE LA    *
      * CORRIDA: UNA CARTA NO CARGADA SE VOLVERIA A MANDAR.             *
      *----------------------------------------------------------------*
       1200-CARGAR-ENVIADAS.

           OPEN OUTPUT CARTAS-WRK.
           IF NOT FS-CAR-WRK-OK
              DISPLAY '*** NO SE PUDO CREAR CARTAS-WRK.VSAM ***'
              DISPLAY 'FILE STATUS: ' FS-CAR-WRK
              STOP RUN
           END-IF.
           CLOSE CARTAS-WRK.
           OPEN I-O CARTAS-WRK.
           IF NOT FS-CAR-WRK-OK
              DISPLAY '*** NO SE PUDO ABRIR CARTAS-WRK.VSAM ***'
              DISPLAY 'FILE STATUS: ' FS-CAR-WRK
              STOP RUN
           END-IF.

           SET WS-ENVIADAS-EOF-NO TO TRUE.
           OPEN INPUT CARTAS-ENVIADAS.

           EVALUATE TRUE
               WHEN FS-ENVIADAS-OK
                    PERFORM 1210-LEER-REG-ENVIADA
                       THRU 1210-LEER-REG-ENVIADA-FIN
                    PERFORM 1220-CARGAR-REG-ENVIADA
                       THRU 1220-CARGAR-REG-ENVIADA-FIN
                      UNTIL WS-ENVIADAS-EOF-YES
                    CLOSE CARTAS-ENVIADAS
               WHEN FS-ENVIADAS-NFD
                    CONTINUE
               WHEN OTHER
                    DISPLAY '*** ERROR AL ABRIR CARTAS-ENVIADAS.SEQ, '
                            'SE DETIENE LA CORRIDA ***'
                    DISPLAY 'FILE STATUS: ' FS-ENVIADAS
                    STOP RUN
           END-EVALUATE.

       1200-CARGAR-ENVIADAS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1210-LEER-REG-ENVIADA.

           READ CARTAS-ENVIADAS
             AT END
                SET WS-ENVIADAS-EOF-YES       TO TRUE
             NOT AT END
                SET WS-ENVIADAS-EOF-NO        TO TRUE
           END-READ.

       1210-LEER-REG-ENVIADA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1220-CARGAR-REG-ENVIADA.

           MOVE CEN-NRO-TARJ    TO CAK-NRO-TARJ.
           MOVE CEN-TIPO-CARTA  TO CAK-TIPO-CARTA.
           MOVE CEN-PERIODO     TO CAK-PERIODO.
           MOVE CEN-FECHA-ENVIO TO CAK-FECHA-ENVIO.
           WRITE REG-CAR-WRK.

           IF FS-CAR-WRK-CLAVE-DUP
              REWRITE REG-CAR-WRK
           END-IF.

           IF NOT FS-CAR-WRK-OK
              DISPLAY '*** ERROR AL CARGAR CARTAS-WRK.VSAM, SE '
                      'DETIENE LA CORRIDA ***'
              DISPLAY 'FILE STATUS: ' FS-CAR-WRK
              STOP RUN
           END-IF.

           PERFORM 1210-LEER-REG-ENVIADA
              THRU 1210-LEER-REG-ENVIADA-FIN.

       1220-CARGAR-REG-ENVIADA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * 2000-GENERAR-CARTAS : PROCEDIMIENTO DE ENTRADA DEL SORT:        *
      * PRIMERO LAS CARTAS DE MORA Y DESPUES LAS DE DEBITOS REBOTADOS.  *
      *----------------------------------------------------------------*
       2000-GENERAR-CARTAS.

           SET WS-MOROSIDAD-EOF-NO TO TRUE.
           OPEN INPUT MOROSIDAD.

           EVALUATE TRUE
               WHEN FS-MOROSIDAD-OK
                    PERFORM 2110-LEER-MOROSIDAD
                       THRU 2110-LEER-MOROSIDAD-FIN
                    PERFORM 2100-PROCESAR-MOROSO
                       THRU 2100-PROCESAR-MOROSO-FIN
                      UNTIL WS-MOROSIDAD-EOF-YES
                    CLOSE MOROSIDAD
               WHEN FS-MOROSIDAD-NFD
                    DISPLAY 'NO SE ENCUENTRA MOROSIDAD.SEQ, NO HAY '
                            'CARTAS DE MORA'
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR MOROSIDAD.SEQ'
                    DISPLAY 'FILE STATUS: ' FS-MOROSIDAD
           END-EVALUATE.

           SET WS-RETORNO-EOF-NO TO TRUE.
           OPEN INPUT RETORNO-DEBITOS.

           EVALUATE TRUE
               WHEN FS-RETORNO-OK
                    PERFORM 2210-LEER-RETORNO
                       THRU 2210-LEER-RETORNO-FIN
                    PERFORM 2200-PROCESAR-RETORNO
                       THRU 2200-PROCESAR-RETORNO-FIN
                      UNTIL WS-RETORNO-EOF-YES
                    CLOSE RETORNO-DEBITOS
               WHEN FS-RETORNO-NFD
                    DISPLAY 'NO SE ENCUENTRA DEBITOS-RETORNO.SEQ, NO '
                            'HAY CARTAS DE DEBITO REBOTADO'
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR DEBITOS-RETORNO.SEQ'
                    DISPLAY 'FILE STATUS: ' FS-RETORNO
           END-EVALUATE.

       2000-GENERAR-CARTAS-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * 2100-PROCESAR-MOROSO : LA CARTA DE LA TARJETA ES LA DE SUS      *
      * CICLOS DE MORA EN LA TABLA. UNA TARJETA AL DIA (CERO CICLOS) NO *
      * RECIBE CARTA; UNA CON MAS CICLOS QUE LOS DE LA TABLA TAMPOCO    *
      * (YA ESTA BLOQUEADA Y LA SIGUE COBRANZAS).                       *
      *----------------------------------------------------------------*
       2100-PROCESAR-MOROSO.

           IF MOR-CICLOS-MORA > 0
              SET WS-CARTA-NO-ENCONTRADA TO TRUE
              SET WS-IX-TXT TO 1
              IF WS-CANT-TEXTOS > 0
                 SEARCH WS-TXT-ITEM
                    WHEN WS-TXT-CICLOS(WS-IX-TXT) = MOR-CICLOS-MORA
                     AND WS-TXT-TIPO-CARTA(WS-IX-TXT) NOT = 'REB'
                         SET WS-CARTA-ENCONTRADA TO TRUE
                 END-SEARCH
              END-IF

              IF WS-CARTA-ENCONTRADA
                 INITIALIZE WS-CARTA-EN-CURSO
                 MOVE MOR-NRO-TARJ    TO WS-CAR-NRO-TARJ
                 MOVE WS-TXT-TIPO-CARTA(WS-IX-TXT)
                   TO WS-CAR-TIPO-CARTA
                 MOVE MOR-CICLOS-MORA TO WS-CAR-CICLOS
                 MOVE MOR-SALDO       TO WS-CAR-SALDO
                 MOVE MOR-PAGO-MINIMO TO WS-CAR-PAGO-MINIMO
                 MOVE SPACES          TO WS-CAR-FECHA-DEBITO
                 PERFORM 2500-EMITIR-CARTA
                    THRU 2500-EMITIR-CARTA-FIN
              ELSE
                 ADD 1 TO WS-CANT-SIN-CARTA
              END-IF
           END-IF.

           PERFORM 2110-LEER-MOROSIDAD
              THRU 2110-LEER-MOROSIDAD-FIN.

       2100-PROCESAR-MOROSO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2110-LEER-MOROSIDAD.

           READ MOROSIDAD
             AT END
                SET WS-MOROSIDAD-EOF-YES      TO TRUE
             NOT AT END
                SET WS-MOROSIDAD-EOF-NO       TO TRUE
                ADD 1 TO WS-CANT-MOROSOS-LEIDOS
           END-READ.

       2110-LEER-MOROSIDAD-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2200-PROCESAR-RETORNO.

           IF DBR-REBOTADA
              INITIALIZE WS-CARTA-EN-CURSO
              MOVE DBR-NRO-TARJ     TO WS-CAR-NRO-TARJ
              MOVE 'REB'            TO WS-CAR-TIPO-CARTA
              MOVE 0                TO WS-CAR-CICLOS
              MOVE DBR-IMPORTE      TO WS-CAR-SALDO
              MOVE 0                TO WS-CAR-PAGO-MINIMO
              MOVE DBR-FECHA-DEBITO TO WS-CAR-FECHA-DEBITO
              PERFORM 2500-EMITIR-CARTA
                 THRU 2500-EMITIR-CARTA-FIN
           END-IF.

           PERFORM 2210-LEER-RETORNO
              THRU 2210-LEER-RETORNO-FIN.

       2200-PROCESAR-RETORNO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2210-LEER-RETORNO.

           READ RETORNO-DEBITOS
             AT END
                SET WS-RETORNO-EOF-YES        TO TRUE
             NOT AT END
                SET WS-RETORNO-EOF-NO         TO TRUE
                ADD 1 TO WS-CANT-RETORNOS-LEIDOS
           END-READ.

       2210-LEER-RETORNO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * 2500-EMITIR-CARTA : UNA CARTA YA ENVIADA A LA TARJETA EN ESTE   *
      * CICLO NO SE REPITE. LAS TARJETAS DADAS DE BAJA (CASTIGADAS O    *
      * CERRADAS) NO RECIBEN CARTAS. EL SOBRE VA AL TITULAR DE LA       *
      * CUENTA; LA CARTA SE ANOTA EN EL REGISTRO AL ENTREGARLA AL SORT. *
      *----------------------------------------------------------------*
       2500-EMITIR-CARTA.

           MOVE WS-CAR-NRO-TARJ   TO CAK-NRO-TARJ.
           MOVE WS-CAR-TIPO-CARTA TO CAK-TIPO-CARTA.
           MOVE WS-PERIODO-NUM    TO CAK-PERIODO.
           READ CARTAS-WRK KEY IS CAK-CLAVE.

           EVALUATE TRUE
               WHEN FS-CAR-WRK-OK
                    ADD 1 TO WS-CANT-YA-ENVIADAS
               WHEN FS-CAR-WRK-CLAVE-NFD
                    PERFORM 2510-VERIFICAR-TARJETA
                       THRU 2510-VERIFICAR-TARJETA-FIN
               WHEN OTHER
                    DISPLAY '*** ERROR AL LEER CARTAS-WRK, SE '
                            'DETIENE LA CORRIDA ***'
                    DISPLAY 'FILE STATUS: ' FS-CAR-WRK
                    STOP RUN
           END-EVALUATE.

       2500-EMITIR-CARTA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2510-VERIFICAR-TARJETA.

           MOVE WS-CAR-NRO-TARJ TO WS-MAE-NRO-TARJ.
           CALL 'MAESTARJ' USING WS-REG-MAESTRO.

           EVALUATE TRUE
               WHEN WS-MAE-NOMBRE = 'ERROR'
                    ADD 1 TO WS-CANT-SIN-MAESTRO
                    DISPLAY '*** TARJETA ' WS-CAR-NRO-TARJ ' SIN '
                            'MAESTRO, NO SE EMITE CARTA: '
                            WS-MAE-DIRECCION
               WHEN WS-MAE-CERRADA
                    ADD 1 TO WS-CANT-CERRADAS
               WHEN OTHER
                    PERFORM 2520-BUSCAR-TITULAR
                       THRU 2520-BUSCAR-TITULAR-FIN
                    PERFORM 2600-ARMAR-CARTA
                       THRU 2600-ARMAR-CARTA-FIN
                    PERFORM 2700-ANOTAR-CARTA
                       THRU 2700-ANOTAR-CARTA-FIN
           END-EVALUATE.

       2510-VERIFICAR-TARJETA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2520-BUSCAR-TITULAR.

           MOVE WS-MAE-CUENTA TO WS-CLI-CUENTA.
           CALL 'CLIEMAES' USING WS-VALIDA-CLIENTE.

           IF WS-CLI-NOMBRE = 'ERROR'
              MOVE WS-MAE-APELLIDO   TO WS-TIT-APELLIDO
              MOVE WS-MAE-NOMBRE     TO WS-TIT-NOMBRE
              MOVE WS-MAE-DIRECCION  TO WS-TIT-DIRECCION
              MOVE WS-MAE-COD-POSTAL TO WS-TIT-COD-POSTAL
           ELSE
              MOVE WS-CLI-APELLIDO   TO WS-TIT-APELLIDO
              MOVE WS-CLI-NOMBRE     TO WS-TIT-NOMBRE
              MOVE WS-CLI-DIRECCION  TO WS-TIT-DIRECCION
              MOVE WS-CLI-COD-POSTAL TO WS-TIT-COD-POSTAL
           END-IF.

       2520-BUSCAR-TITULAR-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * 2600-ARMAR-CARTA : ENTREGA AL SORT LAS LINEAS DE LA CARTA:      *
      * DESTINATARIO, DOMICILIO, REFERENCIA, EL TEXTO VIGENTE DE SU     *
      * TIPO Y EL CIERRE CON LA CANTIDAD DE LINEAS.                     *
      *----------------------------------------------------------------*
       2600-ARMAR-CARTA.

           ADD 1 TO WS-CANT-CARTAS.
           MOVE 0 TO WS-NRO-LINEA.

           MOVE SPACES TO WS-LINEA-CARTA.
           SET CVE-ES-DESTINATARIO TO TRUE.
           MOVE WS-TIT-APELLIDO     TO CVE-APELLIDO.
           MOVE WS-TIT-NOMBRE       TO CVE-NOMBRE.
           MOVE WS-MAE-CUENTA       TO CVE-CUENTA.
           MOVE WS-FECHA-PROCESO-ED TO CVE-FECHA-EMISION.
           PERFORM 2690-LIBERAR-LINEA
              THRU 2690-LIBERAR-LINEA-FIN.

           MOVE SPACES TO WS-LINEA-CARTA.
           SET CVE-ES-DOMICILIO TO TRUE.
           MOVE WS-TIT-DIRECCION    TO CVE-DIRECCION.
           MOVE WS-TIT-COD-POSTAL   TO CVE-DOM-COD-POSTAL.
           PERFORM 2690-LIBERAR-LINEA
              THRU 2690-LIBERAR-LINEA-FIN.

           MOVE SPACES TO WS-LINEA-CARTA.
           SET CVE-ES-REFERENCIA TO TRUE.
           MOVE WS-CAR-NRO-TARJ     TO CVE-NRO-TARJ.
           MOVE WS-CAR-TIPO-CARTA   TO CVE-TIPO-CARTA.
           MOVE WS-CAR-CICLOS       TO CVE-CICLOS-MORA.
           MOVE WS-MAE-MONEDA       TO CVE-MONEDA.
           MOVE WS-CAR-SALDO        TO CVE-SALDO.
           MOVE WS-CAR-PAGO-MINIMO  TO CVE-PAGO-MINIMO.
           MOVE WS-CAR-FECHA-DEBITO TO CVE-FECHA-DEBITO.
           PERFORM 2690-LIBERAR-LINEA
              THRU 2690-LIBERAR-LINEA-FIN.

           PERFORM 2610-LIBERAR-TEXTO
              THRU 2610-LIBERAR-TEXTO-FIN
              VARYING WS-IX-TXT FROM 1 BY 1
                UNTIL WS-IX-TXT > WS-CANT-TEXTOS.

           MOVE SPACES TO WS-LINEA-CARTA.
           SET CVE-ES-CIERRE TO TRUE.
           COMPUTE CVE-CANT-LINEAS = WS-NRO-LINEA + 1.
           PERFORM 2690-LIBERAR-LINEA
              THRU 2690-LIBERAR-LINEA-FIN.

           IF WS-CAR-ES-REBOTE
              ADD 1 TO WS-CANT-CARTAS-REBOTE
           ELSE
              ADD 1 TO WS-CANT-CARTAS-MORA
           END-IF.

       2600-ARMAR-CARTA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2610-LIBERAR-TEXTO.

           IF WS-TXT-TIPO-CARTA(WS-IX-TXT) = WS-CAR-TIPO-CARTA
              AND (WS-CAR-ES-REBOTE
                   OR WS-TXT-CICLOS(WS-IX-TXT) = WS-CAR-CICLOS)
              MOVE SPACES TO WS-LINEA-CARTA
              SET CVE-ES-TEXTO TO TRUE
              MOVE WS-TXT-TEXTO(WS-IX-TXT) TO CVE-TEXTO
              PERFORM 2690-LIBERAR-LINEA
                 THRU 2690-LIBERAR-LINEA-FIN
           END-IF.

       2610-LIBERAR-TEXTO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2690-LIBERAR-LINEA.

           ADD 1 TO WS-NRO-LINEA.
           MOVE WS-TIT-COD-POSTAL TO CVE-COD-POSTAL.
           MOVE WS-CANT-CARTAS    TO CVE-NRO-CARTA.
           MOVE WS-NRO-LINEA      TO CVE-NRO-LINEA.

           RELEASE REG-CLAS-CARTA FROM WS-LINEA-CARTA.

       2690-LIBERAR-LINEA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * 2700-ANOTAR-CARTA : REGISTRO PERMANENTE Y ARCHIVO DE TRABAJO,   *
      * PARA QUE UN SEGUNDO REBOTE DE LA MISMA TARJETA EN ESTA CORRIDA  *
      * TAMPOCO REPITA LA CARTA.                                        *
      *----------------------------------------------------------------*
       2700-ANOTAR-CARTA.

           MOVE WS-FECHA-PROCESO-ED TO CAK-FECHA-ENVIO.
           WRITE REG-CAR-WRK.
           IF NOT FS-CAR-WRK-OK
              DISPLAY '*** ERROR AL GRABAR CARTAS-WRK, SE '
                      'DETIENE LA CORRIDA ***'
              DISPLAY 'FILE STATUS: ' FS-CAR-WRK
              STOP RUN
           END-IF.

           IF FS-ENVIADAS-OK
              MOVE WS-CAR-NRO-TARJ     TO CEN-NRO-TARJ
              MOVE WS-CAR-TIPO-CARTA   TO CEN-TIPO-CARTA
              MOVE WS-PERIODO-NUM      TO CEN-PERIODO
              MOVE WS-FECHA-PROCESO-ED TO CEN-FECHA-ENVIO
              MOVE WS-MAE-CUENTA       TO CEN-CUENTA
              MOVE WS-CANT-CARTAS      TO CEN-NRO-CARTA
              WRITE REG-CARTA-ENVIADA
              IF NOT FS-ENVIADAS-OK
                 DISPLAY 'ERROR AL GRABAR CARTAS-ENVIADAS.SEQ'
                 DISPLAY 'FILE STATUS: ' FS-ENVIADAS
              END-IF
           END-IF.

       2700-ANOTAR-CARTA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * 3000-GRABAR-VENDOR : PROCEDIMIENTO DE SALIDA DEL SORT: GRABA    *
      * EL HEADER 'HH', LAS CARTAS YA CLASIFICADAS POR CODIGO POSTAL, Y *
      * EL TRAILER 'TT' CON CARTAS Y LINEAS TOTALES. EL ARCHIVO QUEDO   *
      * ABIERTO EN 1000-INICIAR-PROGRAMA.                               *
      *----------------------------------------------------------------*
       3000-GRABAR-VENDOR.

           SET WS-SALIDA-EOF-NO TO TRUE.

           MOVE SPACES TO WS-LINEA-CARTA.
           SET CVE-ES-HEADER-ARCH TO TRUE.
           MOVE 0 TO CVE-COD-POSTAL.
           MOVE 0 TO CVE-NRO-CARTA.
           MOVE 0 TO CVE-NRO-LINEA.
           MOVE WS-FECHA-PROCESO-ED TO CVE-FECHA-PROCESO.
           MOVE WS-LINEA-CARTA TO REG-VENDOR.
           PERFORM 3200-GRABAR-REG-VENDOR
              THRU 3200-GRABAR-REG-VENDOR-FIN.

           PERFORM 3100-RETORNAR-REGISTRO
              THRU 3100-RETORNAR-REGISTRO-FIN.

           PERFORM 3150-GRABAR-DETALLE
              THRU 3150-GRABAR-DETALLE-FIN
             UNTIL WS-SALIDA-EOF-YES.

           MOVE SPACES TO WS-LINEA-CARTA.
           SET CVE-ES-TRAILER-ARCH TO TRUE.
           MOVE 0 TO CVE-COD-POSTAL.
           MOVE 0 TO CVE-NRO-CARTA.
           MOVE 0 TO CVE-NRO-LINEA.
           MOVE WS-CANT-CARTAS-ENTREGADAS TO CVE-CANT-CARTAS.
           MOVE WS-CANT-LINEAS            TO CVE-CANT-LINEAS-ARCH.
           MOVE WS-LINEA-CARTA TO REG-VENDOR.
           PERFORM 3200-GRABAR-REG-VENDOR
              THRU 3200-GRABAR-REG-VENDOR-FIN.

           CLOSE SALIDA-VENDOR.
           IF NOT FS-VENDOR-OK
              DISPLAY 'ERROR AL CERRAR CARTAS-VENDOR.SEQ: '
                      FS-VENDOR
           END-IF.

       3000-GRABAR-VENDOR-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3100-RETORNAR-REGISTRO.

           RETURN CLASIFICACION
             AT END
                SET WS-SALIDA-EOF-YES TO TRUE
             NOT AT END
                SET WS-SALIDA-EOF-NO  TO TRUE
           END-RETURN.

       3100-RETORNAR-REGISTRO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3150-GRABAR-DETALLE.

           MOVE REG-CLAS-CARTA TO REG-VENDOR.
           PERFORM 3200-GRABAR-REG-VENDOR
              THRU 3200-GRABAR-REG-VENDOR-FIN.

      * EL TRAILER DECLARA SOLO LAS LINEAS DE DETALLE (SIN CONTAR
      * 'HH' NI 'TT'); CADA REGISTRO '09' CIERRA UNA CARTA.
           IF FS-VENDOR-OK
              ADD 1 TO WS-CANT-LINEAS
           END-IF.
           IF CLAS-TIPO-REG = '09'
              ADD 1 TO WS-CANT-CARTAS-ENTREGADAS
           END-IF.

           PERFORM 3100-RETORNAR-REGISTRO
              THRU 3100-RETORNAR-REGISTRO-FIN.

       3150-GRABAR-DETALLE-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3200-GRABAR-REG-VENDOR.

           WRITE REG-VENDOR.

           IF NOT FS-VENDOR-OK
              DISPLAY 'ERROR AL GRABAR CARTAS-VENDOR.SEQ'
              DISPLAY 'FILE STATUS: ' FS-VENDOR
           END-IF.

       3200-GRABAR-REG-VENDOR-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3500-CERRAR-ARCHIVOS.

           CLOSE CARTAS-ENVIADAS.
           IF NOT FS-ENVIADAS-OK
              DISPLAY 'ERROR AL CERRAR CARTAS-ENVIADAS.SEQ: '
                      FS-ENVIADAS
           END-IF.

           CLOSE CARTAS-WRK.
           IF NOT FS-CAR-WRK-OK
              DISPLAY 'ERROR AL CERRAR CARTAS-WRK.VSAM: ' FS-CAR-WRK
           END-IF.

       3500-CERRAR-ARCHIVOS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       4000-TOTALES-ARCHIVO.

           DISPLAY '--------------------------------------'.
           DISPLAY 'LINEAS DE TEXTO VIGENTES   : ' WS-CANT-TEXTOS.
           DISPLAY 'TARJETAS EN MOROSIDAD      : '
                   WS-CANT-MOROSOS-LEIDOS.
           DISPLAY 'DEBITOS RETORNADOS LEIDOS  : '
                   WS-CANT-RETORNOS-LEIDOS.
           DISPLAY 'CARTAS DE MORA             : '
                   WS-CANT-CARTAS-MORA.
           DISPLAY 'CARTAS DE DEBITO REBOTADO  : '
                   WS-CANT-CARTAS-REBOTE.
           DISPLAY 'YA ENVIADAS EN EL CICLO    : '
                   WS-CANT-YA-ENVIADAS.
           DISPLAY 'MOROSAS SIN CARTA EN TABLA : '
                   WS-CANT-SIN-CARTA.
           DISPLAY 'TARJETAS SIN MAESTRO       : '
                   WS-CANT-SIN-MAESTRO.
           DISPLAY 'TARJETAS DADAS DE BAJA     : '
                   WS-CANT-CERRADAS.
           DISPLAY 'CARTAS ENTREGADAS          : '
                   WS-CANT-CARTAS-ENTREGADAS.
           DISPLAY 'LINEAS GRABADAS            : '
                   WS-CANT-LINEAS.
           DISPLAY '--------------------------------------'.
           DISPLAY '          FIN DEL PROGRAMA            '.
           DISPLAY '--------------------------------------'.

       4000-TOTALES-ARCHIVO-EXIT.
           EXIT.
      *----------------------------------------------------------------*

       END PROGRAM CARTCOBR.
