      *          TARJETAS: LOS DATOS DEL TITULAR VIVEN UNA SOLA VEZ
      *          POR CUENTA Y UNA MUDANZA SE APLICA UNA SOLA VEZ PARA
      *          TODAS LAS TARJETAS DE LA CUENTA. LOS RECHAZOS VAN A
      *          SU PROPIO ARCHIVO CON CODIGO Y MOTIVO. TAMBIEN
      *          REGISTRA LA ADHESION DE LA CUENTA AL RESUMEN POR
      *          EMAIL ('E') Y LA VUELTA AL RESUMEN EN PAPEL ('P'),
      *          QUE ADEMAS LLEGA DESDE LOS REBOTES DEL PROVEEDOR DE
      *          EMAIL (RESUREBO).
      * Tectonics: cobc
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
          05 WS-CANT-ALTAS                  PIC 9(8).
          05 WS-CANT-CAMBIOS                PIC 9(8).
          05 WS-CANT-BAJAS                  PIC 9(8).
          05 WS-CANT-ADHESIONES-EMAIL       PIC 9(8).
          05 WS-CANT-VUELTAS-PAPEL          PIC 9(8).
          05 WS-CANT-REG-ERROR              PIC 9(8).

       77 WS-EMAIL-RESUMEN                  PIC X(40).
       77 WS-CANT-ARROBAS                   PIC 9(02).

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

               WHEN TCL-ES-BAJA
                    PERFORM 2300-BAJA-CLIENTE
                       THRU 2300-BAJA-CLIENTE-FIN
               WHEN TCL-ES-ADHESION-EMAIL
                    PERFORM 2400-ADHESION-EMAIL
                       THRU 2400-ADHESION-EMAIL-FIN
               WHEN TCL-ES-VUELTA-PAPEL
                    PERFORM 2500-VUELTA-PAPEL
                       THRU 2500-VUELTA-PAPEL-FIN
               WHEN OTHER
                    MOVE TCL-ARCHIVOS TO DETALLE
                    MOVE '51' TO CODIGO-ERROR
           MOVE TCL-COD-POSTAL TO CLI-COD-POSTAL.
           MOVE TCL-TELEFONO   TO CLI-TELEFONO.
           MOVE TCL-EMAIL      TO CLI-EMAIL.
           MOVE 'P'            TO CLI-CANAL-RESUMEN.

           WRITE REG-CLIENTE.

           MOVE TCL-CUENTA TO CLI-CUENTA.
           READ ENT-CLIENTE KEY IS CLI-CUENTA.

      * UNA CUENTA ADHERIDA AL RESUMEN POR EMAIL NO PUEDE QUEDAR SIN
      * DIRECCION: PRIMERO TIENE QUE VOLVER AL PAPEL ('P').
           MOVE TCL-EMAIL TO WS-EMAIL-RESUMEN.
           PERFORM 2450-VALIDAR-EMAIL
              THRU 2450-VALIDAR-EMAIL-FIN.

           EVALUATE TRUE
               WHEN FS-CLIENTES-FILE-OK
                AND CLI-RESUMEN-EMAIL
                AND WS-CANT-ARROBAS NOT = 1
                    MOVE TCL-ARCHIVOS TO DETALLE
                    MOVE '54' TO CODIGO-ERROR
                    MOVE 'CUENTA CON RESUMEN POR EMAIL SIN EMAIL VALIDO'
                      TO DESCRIPCION-ERR
                    PERFORM 2900-GRABAR-RECHAZO
                       THRU 2900-GRABAR-RECHAZO-FIN
               WHEN FS-CLIENTES-FILE-OK
                    MOVE TCL-APELLIDO   TO CLI-APELLIDO
                    MOVE TCL-NOMBRE     TO CLI-NOMBRE

       2300-BAJA-CLIENTE-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * 2400-ADHESION-EMAIL : LA CUENTA PASA A RECIBIR EL RESUMEN POR   *
      * EMAIL, A LA DIRECCION DE LA TRANSACCION SI VIENE INFORMADA O A  *
      * LA QUE YA TENIA EL CLIENTE; SIN UNA DIRECCION VALIDA SE RECHAZA.*
      *----------------------------------------------------------------*
       2400-ADHESION-EMAIL.

           MOVE TCL-CUENTA TO CLI-CUENTA.
           READ ENT-CLIENTE KEY IS CLI-CUENTA.

           IF FS-CLIENTES-FILE-OK
              IF TCL-EMAIL = SPACES
                 MOVE CLI-EMAIL TO WS-EMAIL-RESUMEN
              ELSE
                 MOVE TCL-EMAIL TO WS-EMAIL-RESUMEN
              END-IF
              PERFORM 2450-VALIDAR-EMAIL
                 THRU 2450-VALIDAR-EMAIL-FIN
           END-IF.

           EVALUATE TRUE
               WHEN NOT FS-CLIENTES-FILE-OK
                    MOVE TCL-ARCHIVOS TO DETALLE
                    MOVE '53' TO CODIGO-ERROR
                    MOVE 'LA CUENTA NO TIENE CLIENTE CARGADO'
                      TO DESCRIPCION-ERR
                    PERFORM 2900-GRABAR-RECHAZO
                       THRU 2900-GRABAR-RECHAZO-FIN
               WHEN WS-CANT-ARROBAS NOT = 1
                    MOVE TCL-ARCHIVOS TO DETALLE
                    MOVE '54' TO CODIGO-ERROR
                    MOVE 'ADHESION A RESUMEN POR EMAIL SIN EMAIL VALIDO'
                      TO DESCRIPCION-ERR
                    PERFORM 2900-GRABAR-RECHAZO
                       THRU 2900-GRABAR-RECHAZO-FIN
               WHEN OTHER
                    MOVE WS-EMAIL-RESUMEN TO CLI-EMAIL
                    MOVE 'E'              TO CLI-CANAL-RESUMEN
                    REWRITE REG-CLIENTE
                    IF FS-CLIENTES-FILE-OK
                       ADD 1 TO WS-CANT-ADHESIONES-EMAIL
                    ELSE
                       MOVE TCL-ARCHIVOS TO DETALLE
                       MOVE '59' TO CODIGO-ERROR
                       MOVE 'ERROR AL GRABAR LA ADHESION DEL CLIENTE'
                         TO DESCRIPCION-ERR
                       PERFORM 2900-GRABAR-RECHAZO
                          THRU 2900-GRABAR-RECHAZO-FIN
                    END-IF
           END-EVALUATE.

       2400-ADHESION-EMAIL-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * 2450-VALIDAR-EMAIL : UNA DIRECCION VALIDA LLEVA UNA SOLA ARROBA *
      * (UNA DIRECCION EN BLANCO NO TIENE NINGUNA).                     *
      *----------------------------------------------------------------*
       2450-VALIDAR-EMAIL.

           MOVE 0 TO WS-CANT-ARROBAS.
           INSPECT WS-EMAIL-RESUMEN TALLYING WS-CANT-ARROBAS
                   FOR ALL '@'.

       2450-VALIDAR-EMAIL-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * 2500-VUELTA-PAPEL : LA CUENTA VUELVE AL RESUMEN EN PAPEL, POR   *
      * PEDIDO DEL CLIENTE O PORQUE EL EMAIL REBOTO. EL EMAIL QUEDA     *
      * CARGADO COMO DATO DE CONTACTO.                                  *
      *----------------------------------------------------------------*
       2500-VUELTA-PAPEL.

           MOVE TCL-CUENTA TO CLI-CUENTA.
           READ ENT-CLIENTE KEY IS CLI-CUENTA.

           EVALUATE TRUE
               WHEN FS-CLIENTES-FILE-OK
                    MOVE 'P' TO CLI-CANAL-RESUMEN
                    REWRITE REG-CLIENTE
                    IF FS-CLIENTES-FILE-OK
                       ADD 1 TO WS-CANT-VUELTAS-PAPEL
                    ELSE
                       MOVE TCL-ARCHIVOS TO DETALLE
                       MOVE '59' TO CODIGO-ERROR
                       MOVE 'ERROR AL GRABAR LA VUELTA A PAPEL'
                         TO DESCRIPCION-ERR
                       PERFORM 2900-GRABAR-RECHAZO
                          THRU 2900-GRABAR-RECHAZO-FIN
                    END-IF
               WHEN OTHER
                    MOVE TCL-ARCHIVOS TO DETALLE
                    MOVE '53' TO CODIGO-ERROR
                    MOVE 'LA CUENTA NO TIENE CLIENTE CARGADO'
                      TO DESCRIPCION-ERR
                    PERFORM 2900-GRABAR-RECHAZO
                       THRU 2900-GRABAR-RECHAZO-FIN
           END-EVALUATE.

       2500-VUELTA-PAPEL-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2900-GRABAR-RECHAZO.

           DISPLAY 'CANTIDAD ALTAS      :  ' WS-CANT-ALTAS.
           DISPLAY 'CANTIDAD CAMBIOS    :  ' WS-CANT-CAMBIOS.
           DISPLAY 'CANTIDAD BAJAS      :  ' WS-CANT-BAJAS.
           DISPLAY 'ADHESIONES EMAIL    :  ' WS-CANT-ADHESIONES-EMAIL.
           DISPLAY 'VUELTAS A PAPEL     :  ' WS-CANT-VUELTAS-PAPEL.
           DISPLAY 'CANTIDAD RECHAZADOS :  ' WS-CANT-REG-ERROR.
           DISPLAY '--------------------------------------'.
           DISPLAY '          FIN DEL PROGRAMA            '.
