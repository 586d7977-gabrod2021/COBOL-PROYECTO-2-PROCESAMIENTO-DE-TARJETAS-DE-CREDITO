                    MOVE CLI-COD-POSTAL TO WS-CLI-COD-POSTAL
                    MOVE CLI-TELEFONO   TO WS-CLI-TELEFONO
                    MOVE CLI-EMAIL      TO WS-CLI-EMAIL
                    MOVE CLI-CANAL-RESUMEN TO WS-CLI-CANAL-RESUMEN
               WHEN FS-CLIENTES-CLAVE-NFD
                    MOVE 'LA CUENTA NO TIENE CLIENTE CARGADO'
                      TO WS-ERROR
           MOVE 0          TO WS-CLI-COD-POSTAL.
           MOVE SPACES     TO WS-CLI-TELEFONO.
           MOVE SPACES     TO WS-CLI-EMAIL.
           MOVE 'P'        TO WS-CLI-CANAL-RESUMEN.

       2200-DEVOLVER-VACIO-FIN.
           EXIT.
