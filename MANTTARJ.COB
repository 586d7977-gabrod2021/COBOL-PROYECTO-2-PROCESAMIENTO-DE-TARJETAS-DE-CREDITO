      *         EDDISON MORA GOMEZ
      * Date: 09/08/2026
      * Purpose: MANTENIMIENTO DEL MAESTRO DE TARJETAS (ALTA/CAMBIO/
      *          BAJA/CAMBIO DE LIMITE) A PARTIR DE UN ARCHIVO DE
      *          TRANSACCIONES
      * Tectonics: cobc
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
          05 WS-CANT-ALTAS                  PIC 9(8).
          05 WS-CANT-CAMBIOS                PIC 9(8).
          05 WS-CANT-BAJAS                  PIC 9(8).
          05 WS-CANT-LIMITES                PIC 9(8).
          05 WS-CANT-REG-ERROR              PIC 9(8).

      * INDICA SI TRN-ESTADO/TRN-DIA-CORTE DE LA TRANSACCION EN CURSO
      * IMAGEN DE REG-MAESTRO ANTES DE APLICAR LA TRANSACCION EN
      * CURSO, PARA EL JOURNAL DE AUDITORIA. EN UN ALTA QUEDA EN
      * BLANCO (NO HABIA REGISTRO PREVIO).
       01 WS-IMAGEN-ANTES                   PIC X(162).

      * SUB-LIMITE DE ADELANTOS (LIMITE POR PORCENTAJE) QUE DEJA LA
      * TRANSACCION EN CURSO Y EL QUE TIENE HOY LA TARJETA.
       01 WS-SUBLIMITES.
          05 WS-SUBLIMITE-NUEVO             PIC 9(08)V99.
          05 WS-SUBLIMITE-ACTUAL            PIC 9(08)V99.

      * ESTRUCTURA PARA LA RUTINA CLVALTAR DE VALIDACION DEL NUMERO
      * DE TARJETA (FORMATO, CONTENIDO NUMERICO Y DIGITO VERIFICADOR),
               WHEN TRN-ES-BAJA
                    PERFORM 2300-BAJA-TARJETA
                       THRU 2300-BAJA-TARJETA-FIN
               WHEN TRN-ES-LIMITE
                    PERFORM 2400-CAMBIO-LIMITE
                       THRU 2400-CAMBIO-LIMITE-FIN
               WHEN OTHER
                    MOVE TRN-ARCHIVOS TO DETALLE
                    MOVE "91" TO CODIGO-ERROR
      * ACEPTABLES PARA EL MAESTRO, ANTES DE GRABAR UN ALTA O UN        *
      * CAMBIO. COMPARTIDA POR 2100-ALTA-TARJETA Y 2200-CAMBIO-TARJETA  *
      * PARA QUE NINGUNA DE LAS DOS PUEDA DEJAR PASAR UN ESTADO O UN    *
      * DIA DE CORTE INVALIDO. TAMBIEN CONTROLA EL SUB-LIMITE DE        *
      * ADELANTOS (NO MAS DEL 100 POR CIENTO DEL LIMITE) Y QUE EL SALDO *
      * DE ADELANTOS NO SUPERE EL SALDO TOTAL DE LA TARJETA NI, EN UN   *
      * ALTA O EN UN CAMBIO QUE BAJA EL SUB-LIMITE, EL SUB-LIMITE       *
      * NUEVO.                                                          *
      * UN CAMBIO QUE NO TOCA EL SUB-LIMITE (BLOQUEO, CASTIGO) PASA     *
      * AUNQUE LOS CARGOS E INTERESES HAYAN LLEVADO EL SALDO DE         *
      * ADELANTOS POR ENCIMA DE EL.                                     *
      *----------------------------------------------------------------*
       2050-VALIDAR-ESTADO-DIA-CORTE.

              END-IF
           END-IF.

           IF WS-VALIDACION-OK
              IF TRN-PORC-ADELANTO NOT NUMERIC
                 OR TRN-PORC-ADELANTO > 100
                 MOVE TRN-ARCHIVOS TO DETALLE
                 MOVE "98" TO CODIGO-ERROR
                 MOVE "PORCENTAJE DE ADELANTOS INVALIDO"
                   TO DESCRIPCION-ERR
                 PERFORM 2900-GRABAR-RECHAZO
                    THRU 2900-GRABAR-RECHAZO-FIN
                 SET WS-VALIDACION-ERROR TO TRUE
              ELSE
                 IF TRN-SALDO-ADELANTO NOT NUMERIC
                    OR TRN-SALDO-ADELANTO > TRN-SALDO-ANT
                    MOVE TRN-ARCHIVOS TO DETALLE
                    MOVE "99" TO CODIGO-ERROR
                    MOVE "SALDO DE ADELANTOS MAYOR AL SALDO TOTAL"
                      TO DESCRIPCION-ERR
                    PERFORM 2900-GRABAR-RECHAZO
                       THRU 2900-GRABAR-RECHAZO-FIN
                    SET WS-VALIDACION-ERROR TO TRUE
                 END-IF
              END-IF
           END-IF.

           IF WS-VALIDACION-OK AND TRN-LIMITE NUMERIC
              COMPUTE WS-SUBLIMITE-NUEVO =
                      TRN-LIMITE * TRN-PORC-ADELANTO / 100
              IF TRN-ES-CAMBIO
                 COMPUTE WS-SUBLIMITE-ACTUAL =
                         MAE-LIMITE * MAE-PORC-ADELANTO / 100
              ELSE
                 MOVE 0 TO WS-SUBLIMITE-ACTUAL
              END-IF
              IF TRN-SALDO-ADELANTO > WS-SUBLIMITE-NUEVO
                 AND (TRN-ES-ALTA
                      OR WS-SUBLIMITE-NUEVO < WS-SUBLIMITE-ACTUAL)
                 MOVE TRN-ARCHIVOS TO DETALLE
                 MOVE "99" TO CODIGO-ERROR
                 MOVE "SALDO DE ADELANTOS MAYOR AL SUB-LIMITE"
                   TO DESCRIPCION-ERR
                 PERFORM 2900-GRABAR-RECHAZO
                    THRU 2900-GRABAR-RECHAZO-FIN
                 SET WS-VALIDACION-ERROR TO TRUE
              END-IF
           END-IF.

       2050-VALIDAR-ESTADO-DIA-CORTE-FIN.
           EXIT.
      *----------------------------------------------------------------*
              MOVE TRN-FECHA-VENC    TO MAE-FECHA-VENC
              MOVE TRN-ESTADO        TO MAE-ESTADO
              MOVE TRN-DIA-CORTE     TO MAE-DIA-CORTE
              MOVE TRN-PORC-ADELANTO TO MAE-PORC-ADELANTO
              MOVE TRN-SALDO-ADELANTO TO MAE-SALDO-ADELANTO

              PERFORM 2050-VALIDAR-ESTADO-DIA-CORTE
                 THRU 2050-VALIDAR-ESTADO-DIA-CORTE-FIN
                       MOVE TRN-FECHA-VENC    TO MAE-FECHA-VENC
                       MOVE TRN-ESTADO        TO MAE-ESTADO
                       MOVE TRN-DIA-CORTE     TO MAE-DIA-CORTE
                       MOVE TRN-PORC-ADELANTO TO MAE-PORC-ADELANTO
                       MOVE TRN-SALDO-ADELANTO
                         TO MAE-SALDO-ADELANTO
                       REWRITE REG-MAESTRO
                       IF FS-TARJETAS-FILE-OK
                          ADD 1 TO WS-CANT-CAMBIOS

       2300-BAJA-TARJETA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * 2400-CAMBIO-LIMITE : REGRABA SOLO MAE-LIMITE. LA REVISION DE    *
      * LIMITES ARMA SUS TRANSACCIONES DIAS ANTES DE APLICARLAS, Y UN   *
      * CAMBIO 'C' COMPLETO PISARIA LOS SALDOS QUE LA FACTURACION       *
      * GRABO EN EL MEDIO. UNA BAJA DE LIMITE QUE DEJARIA EL SALDO DE   *
      * ADELANTOS POR ENCIMA DEL SUB-LIMITE NUEVO SE RECHAZA (99).      *
      *----------------------------------------------------------------*
       2400-CAMBIO-LIMITE.

           MOVE TRN-NRO-TARJ TO MAE-NRO-TARJ.
           READ ENT-TARJETA KEY IS MAE-NRO-TARJ.

           EVALUATE TRUE
               WHEN NOT FS-TARJETAS-FILE-OK
                    MOVE TRN-ARCHIVOS TO DETALLE
                    MOVE "93" TO CODIGO-ERROR
                    MOVE "LA TARJETA NO EXISTE EN EL MAESTRO"
                      TO DESCRIPCION-ERR
                    PERFORM 2900-GRABAR-RECHAZO
                       THRU 2900-GRABAR-RECHAZO-FIN
               WHEN TRN-LIMITE NOT NUMERIC
                    MOVE TRN-ARCHIVOS TO DETALLE
                    MOVE "89" TO CODIGO-ERROR
                    MOVE "LIMITE DE COMPRA INVALIDO"
                      TO DESCRIPCION-ERR
                    PERFORM 2900-GRABAR-RECHAZO
                       THRU 2900-GRABAR-RECHAZO-FIN
               WHEN TRN-LIMITE < MAE-LIMITE
                AND MAE-SALDO-ADELANTO >
                    TRN-LIMITE * MAE-PORC-ADELANTO / 100
                    MOVE TRN-ARCHIVOS TO DETALLE
                    MOVE "99" TO CODIGO-ERROR
                    MOVE "SALDO DE ADELANTOS MAYOR AL SUB-LIMITE"
                      TO DESCRIPCION-ERR
                    PERFORM 2900-GRABAR-RECHAZO
                       THRU 2900-GRABAR-RECHAZO-FIN
               WHEN OTHER
                    MOVE REG-MAESTRO TO WS-IMAGEN-ANTES
                    MOVE TRN-LIMITE  TO MAE-LIMITE
                    REWRITE REG-MAESTRO
                    IF FS-TARJETAS-FILE-OK
                       ADD 1 TO WS-CANT-LIMITES
                       PERFORM 2950-GRABAR-AUDITORIA
                          THRU 2950-GRABAR-AUDITORIA-FIN
                    ELSE
                       MOVE TRN-ARCHIVOS TO DETALLE
                       MOVE "90" TO CODIGO-ERROR
                       MOVE "ERROR AL GRABAR EL LIMITE EN EL MAESTRO"
                         TO DESCRIPCION-ERR
                       PERFORM 2900-GRABAR-RECHAZO
                          THRU 2900-GRABAR-RECHAZO-FIN
                    END-IF
           END-EVALUATE.

       2400-CAMBIO-LIMITE-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2900-GRABAR-RECHAZO.
           WRITE REG-RECHAZOS.
      * APLICADA AL MAESTRO, CON FECHA/HORA, TIPO DE MOVIMIENTO E       *
      * IMAGENES DE REG-MAESTRO ANTES (WS-IMAGEN-ANTES, EN BLANCO EN UN *
      * ALTA) Y DESPUES DEL CAMBIO. SI EL JOURNAL FALLA SE AVISA POR    *
      * CONSOLA PERO EL MANTENIMIENTO YA APLICADO NO SE DESHACE. UN     *
      * CAMBIO DE LIMITE SE ANOTA COMO CAMBIO 'C', IGUAL QUE LOS        *
      * SALDOS QUE GRABA ACTUTARJ: LAS IMAGENES MUESTRAN QUE CAMBIO.    *
      *----------------------------------------------------------------*
       2950-GRABAR-AUDITORIA.


              MOVE WS-AUD-FECHA-ED     TO AUD-FECHA
              MOVE WS-AUD-HORA-ED      TO AUD-HORA
              IF TRN-ES-LIMITE
                 SET AUD-ES-CAMBIO     TO TRUE
              ELSE
                 MOVE TRN-TIPO-MOV     TO AUD-TIPO-MOV
              END-IF
              MOVE TRN-NRO-TARJ        TO AUD-NRO-TARJ
              MOVE WS-IMAGEN-ANTES     TO AUD-IMAGEN-ANTES
              MOVE REG-MAESTRO         TO AUD-IMAGEN-DESPUES
              MOVE 'MANTTARJ'          TO AUD-PROGRAMA

              WRITE REG-AUDITORIA

           DISPLAY 'CANTIDAD ALTAS      :  ' WS-CANT-ALTAS.
           DISPLAY 'CANTIDAD CAMBIOS    :  ' WS-CANT-CAMBIOS.
           DISPLAY 'CANTIDAD BAJAS      :  ' WS-CANT-BAJAS.
           DISPLAY 'CANTIDAD LIMITES    :  ' WS-CANT-LIMITES.
           DISPLAY 'CANTIDAD RECHAZADOS :  ' WS-CANT-REG-ERROR.
           DISPLAY '--------------------------------------'.
           DISPLAY '          FIN DEL PROGRAMA            '.
