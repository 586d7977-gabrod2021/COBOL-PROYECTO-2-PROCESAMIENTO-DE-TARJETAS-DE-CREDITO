      * Purpose: AUTORIZACION EN LINEA DE UN CONSUMO CONTRA EL LIMITE
      *          DISPONIBLE DE LA TARJETA, PARA SER LLAMADO POR UN
      *          FEED DE PUNTO DE VENTA ANTES DE LA CORRIDA DE
      *          FACTURACION. CADA APROBACION DEVUELVE UN CODIGO DE
      *          AUTORIZACION QUE LA RED INFORMA EN EL CLEARING.
      *          UN ADELANTO EN EFECTIVO SE AUTORIZA ADEMAS CONTRA EL
      *          SUB-LIMITE DE EFECTIVO DE LA TARJETA (UN PORCENTAJE
      *          DE MAE-LIMITE)
      * Tectonics: cobc
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
             88 WS-MAE-BLOQUEADA                VALUE 'B'.
             88 WS-MAE-CERRADA                  VALUE 'C'.
          05 WS-MAE-DIA-CORTE                PIC 9(02).
          05 WS-MAE-PORC-ADELANTO            PIC 9(03).
          05 WS-MAE-SALDO-ADELANTO           PIC 9(8)V99.

       77 WS-DISPONIBLE                     PIC S9(8)V99.
       77 WS-IMPORTE-PESOS                  PIC S9(8)V99.
      * MISMO LIMITE.
       77 WS-RETENIDO                       PIC S9(8)V99.

      * SUB-LIMITE DE EFECTIVO DE LA TARJETA (MAE-PORC-ADELANTO POR
      * CIENTO DE MAE-LIMITE) Y SU DISPONIBLE: SE DESCUENTAN EL SALDO
      * DE ADELANTOS DEL MAESTRO Y LAS RETENCIONES VIGENTES DE
      * ADELANTOS TODAVIA NO FACTURADOS.
       77 WS-LIMITE-ADELANTO                PIC S9(8)V99.
       77 WS-RETENIDO-ADELANTO              PIC S9(8)V99.
       77 WS-DISPONIBLE-ADELANTO            PIC S9(8)V99.

      * PLAZO DE VIGENCIA DE UNA RETENCION: PASADOS ESTOS DIAS SIN QUE
      * EL CONSUMO SE FACTURE, LA RETENCION DEJA DE DESCONTAR
      * DISPONIBLE. TP02EJ01 USA EL MISMO PLAZO AL DEPURAR EL ARCHIVO.
             88 LK-TARJETA-CERRADA              VALUE '46'.
             88 LK-TARJETA-VENCIDA              VALUE '54'.
             88 LK-LIMITE-EXCEDIDO              VALUE '51'.
             88 LK-LIMITE-ADELANTO-EXCEDIDO     VALUE '61'.
          05 LK-DESCRIPCION                 PIC X(40).
      * CODIGO DE AUTORIZACION QUE SE LE DA AL COMERCIO CON CADA
      * APROBACION (EN BLANCO SI SE RECHAZA). LA RED LO DEVUELVE EN EL
      * CLEARING PARA CRUZAR LA PRESENTACION CON ESTA APROBACION.
          05 LK-COD-AUTORIZACION            PIC X(06).
      * TIPO DE OPERACION QUE SE AUTORIZA: 'A' ADELANTO EN EFECTIVO,
      * CUALQUIER OTRO VALOR UNA COMPRA.
          05 LK-TIPO-OPERACION              PIC X(01).
             88 LK-ES-ADELANTO                  VALUE 'A'.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION USING LK-AUTORIZACION.

           MOVE 0 TO WS-RETENIDO.
           MOVE 0 TO WS-RETENIDO-CUENTA.
           MOVE 0 TO WS-RETENIDO-ADELANTO.
           SET WS-RETENCIONES-EOF-NO TO TRUE.

           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HOY-FIELDS.
              IF WS-DIAS-TRANSCURRIDOS <= WS-DIAS-RETENCION
                 IF RET-NRO-TARJ = LK-NRO-TARJ
                    ADD RET-IMPORTE-PESOS TO WS-RETENIDO
                    IF RET-ES-ADELANTO
                       ADD RET-IMPORTE-PESOS TO WS-RETENIDO-ADELANTO
                    END-IF
                 END-IF
                 IF WS-TARJ-DE-LA-CUENTA
                    ADD RET-IMPORTE-PESOS TO WS-RETENIDO-CUENTA
              END-IF
           END-IF.

           IF LK-APROBADA AND LK-ES-ADELANTO
              PERFORM 2150-EVALUAR-ADELANTO
                 THRU 2150-EVALUAR-ADELANTO-FIN
           END-IF.

       2100-EVALUAR-DISPONIBLE-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * 2150-EVALUAR-ADELANTO : UN ADELANTO EN EFECTIVO YA APROBADO     *
      * CONTRA EL LIMITE GENERAL DEBE CABER TAMBIEN EN EL SUB-LIMITE    *
      * DE EFECTIVO DE LA TARJETA. UNA TARJETA CON PORCENTAJE CERO NO   *
      * TIENE ADELANTOS HABILITADOS.                                    *
      *----------------------------------------------------------------*
       2150-EVALUAR-ADELANTO.

           COMPUTE WS-LIMITE-ADELANTO =
                   WS-MAE-LIMITE * WS-MAE-PORC-ADELANTO / 100.

           COMPUTE WS-DISPONIBLE-ADELANTO =
                   WS-LIMITE-ADELANTO - WS-MAE-SALDO-ADELANTO
                   - WS-RETENIDO-ADELANTO.

           EVALUATE TRUE
               WHEN WS-MAE-PORC-ADELANTO = 0
                    SET LK-LIMITE-ADELANTO-EXCEDIDO TO TRUE
                    MOVE "TARJETA SIN ADELANTOS HABILITADOS"
                      TO LK-DESCRIPCION
               WHEN WS-IMPORTE-PESOS > WS-DISPONIBLE-ADELANTO
                    SET LK-LIMITE-ADELANTO-EXCEDIDO TO TRUE
                    MOVE "LIMITE DE ADELANTOS INSUFICIENTE"
                      TO LK-DESCRIPCION
               WHEN OTHER
                    CONTINUE
           END-EVALUATE.

       2150-EVALUAR-ADELANTO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * 3000-GRABAR-AUTORIZACION : AGREGA A AUTORIZACIONES.SEQ UNA      *
      * LINEA CON LA DECISION RECIEN TOMADA (APROBADA O RECHAZADA),     *
      * PARA TENER CONSTANCIA DE LO RESPONDIDO AL COMERCIO ANTE UNA     *
      * DISPUTA Y PARA QUE CONCIAUT PUEDA CRUZARLA CONTRA EL FEED DE    *
      * CONSUMOS. SI EL JOURNAL NO SE PUEDE GRABAR, LA AUTORIZACION YA  *
      * RESPONDIDA NO SE ALTERA: SOLO SE AVISA POR CONSOLA. EL CODIGO   *
      * DE AUTORIZACION DE UNA APROBACION ES LA HORA HHMMSS DE LA       *
      * DECISION, QUE SE REPITE DE UN DIA A OTRO: SOLO ES UNICO JUNTO   *
      * CON EL NUMERO DE TARJETA Y LA FECHA DE LA COMPRA, QUE LA RED    *
      * DEVUELVE CON EL EN EL CLEARING.                                 *
      *----------------------------------------------------------------*
       3000-GRABAR-AUTORIZACION.

           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HOY-FIELDS.
           IF LK-APROBADA
              MOVE WS-HORA-HOY TO LK-COD-AUTORIZACION
           ELSE
              MOVE SPACES      TO LK-COD-AUTORIZACION
           END-IF.

           OPEN EXTEND AUTORIZACIONES.
           IF FS-AUTORIZACIONES-NFD
              OPEN OUTPUT AUTORIZACIONES
           END-IF.

           IF FS-AUTORIZACIONES-OK
              MOVE WS-FECHA-HOY-ANIO   TO WS-AFE-ANIO
              MOVE WS-FECHA-HOY-MES    TO WS-AFE-MES
              MOVE WS-FECHA-HOY-DIA    TO WS-AFE-DIA
              ELSE
                 SET AUT-RECHAZADA TO TRUE
              END-IF
              MOVE LK-COD-AUTORIZACION TO AUT-COD-AUTORIZACION
              WRITE REG-AUTORIZACION
              IF NOT FS-AUTORIZACIONES-OK
                 DISPLAY 'ERROR AL GRABAR EL JOURNAL DE AUTORIZACIONES'
              MOVE LK-NRO-TARJ         TO RET-NRO-TARJ
              MOVE WS-AUT-FECHA-ED     TO RET-FECHA
              MOVE WS-IMPORTE-PESOS    TO RET-IMPORTE-PESOS
              IF LK-ES-ADELANTO
                 MOVE 'A'              TO RET-TIPO-OPERACION
              ELSE
                 MOVE SPACE            TO RET-TIPO-OPERACION
              END-IF
              WRITE REG-RETENCION
              IF NOT FS-RETENCIONES-OK
                 DISPLAY 'ERROR AL GRABAR LA RETENCION DEL LIMITE'
