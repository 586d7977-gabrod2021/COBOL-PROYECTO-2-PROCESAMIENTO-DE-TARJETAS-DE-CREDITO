             10 WS-MON-HIS-DEVOL              PIC S9(13)V9(02).
             10 WS-MON-HIS-DTOS               PIC S9(13)V9(02).
             10 WS-MON-HIS-CARGOS             PIC S9(13)V9(02).
             10 WS-MON-HIS-ADELANTOS          PIC S9(13)V9(02).
             10 WS-MON-GL-CONSUMOS            PIC S9(13)V9(02).
             10 WS-MON-GL-PAGOS               PIC S9(13)V9(02).
             10 WS-MON-GL-DEVOL               PIC S9(13)V9(02).
             10 WS-MON-GL-DTOS                PIC S9(13)V9(02).
             10 WS-MON-GL-CARGSERV            PIC S9(13)V9(02).
             10 WS-MON-GL-ADELANTOS           PIC S9(13)V9(02).
             10 WS-MON-GL-DEBE                PIC S9(13)V9(02).
             10 WS-MON-GL-HABER               PIC S9(13)V9(02).

              PERFORM 2700-UBICAR-MONEDA
                 THRU 2700-UBICAR-MONEDA-FIN

      * LA CUOTA 2 A N DE UN PLAN NO VA AL EXTRACTO CONTABLE (LA
      * COMPRA ENTERA SE CONTABILIZO CON LA CUOTA 1): SOLO SE CUENTA.
              EVALUATE TRUE
                  WHEN HIS-ES-CONSUMO AND HIS-ES-CUOTA-PLAN
                       CONTINUE
                  WHEN HIS-ES-PAGO
                       ADD HIS-IMPORTE
                         TO WS-MON-HIS-PAGOS(WS-IX-MON)
                  WHEN HIS-ES-CARGO
                       ADD HIS-IMPORTE
                         TO WS-MON-HIS-CARGOS(WS-IX-MON)
                  WHEN HIS-ES-ADELANTO
                       ADD HIS-IMPORTE
                         TO WS-MON-HIS-ADELANTOS(WS-IX-MON)
                  WHEN OTHER
                       ADD HIS-IMPORTE
                         TO WS-MON-HIS-CONSUMOS(WS-IX-MON)
               WHEN 'CARGOS DE SERVICIO'
                    ADD WS-GL-DEBE
                      TO WS-MON-GL-CARGSERV(WS-IX-MON)
               WHEN 'ADELANTOS EFECTIVO'
                    ADD WS-GL-DEBE
                      TO WS-MON-GL-ADELANTOS(WS-IX-MON)
               WHEN OTHER
                    CONTINUE
           END-EVALUATE.
                 MOVE 0 TO WS-MON-HIS-DEVOL(WS-IX-MON)
                 MOVE 0 TO WS-MON-HIS-DTOS(WS-IX-MON)
                 MOVE 0 TO WS-MON-HIS-CARGOS(WS-IX-MON)
                 MOVE 0 TO WS-MON-HIS-ADELANTOS(WS-IX-MON)
                 MOVE 0 TO WS-MON-GL-CONSUMOS(WS-IX-MON)
                 MOVE 0 TO WS-MON-GL-PAGOS(WS-IX-MON)
                 MOVE 0 TO WS-MON-GL-DEVOL(WS-IX-MON)
                 MOVE 0 TO WS-MON-GL-DTOS(WS-IX-MON)
                 MOVE 0 TO WS-MON-GL-CARGSERV(WS-IX-MON)
                 MOVE 0 TO WS-MON-GL-ADELANTOS(WS-IX-MON)
                 MOVE 0 TO WS-MON-GL-DEBE(WS-IX-MON)
                 MOVE 0 TO WS-MON-GL-HABER(WS-IX-MON)
              ELSE
           PERFORM 3100-EVALUAR-CONTROL
              THRU 3100-EVALUAR-CONTROL-FIN.

           MOVE WS-MON-HIS-ADELANTOS(WS-IX-MON) TO WS-LADO-A.
           MOVE WS-MON-GL-ADELANTOS(WS-IX-MON)  TO WS-LADO-B.
           MOVE SPACES TO CHK-DESCRIPCION.
           STRING 'ADELANTOS HISTORIAL VS GL ('
                  WS-MON-CODIGO(WS-IX-MON) ')'
                  DELIMITED BY SIZE INTO CHK-DESCRIPCION.
           PERFORM 3100-EVALUAR-CONTROL
              THRU 3100-EVALUAR-CONTROL-FIN.

           MOVE WS-MON-GL-DEBE(WS-IX-MON)  TO WS-LADO-A.
           MOVE WS-MON-GL-HABER(WS-IX-MON) TO WS-LADO-B.
           MOVE SPACES TO CHK-DESCRIPCION.
