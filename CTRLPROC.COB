      *          UNA FACTURACION A MEDIO CAMINO (CHECKPOINT.SEQ CON
      *          PUNTO DE RETOMA PENDIENTE), Y DEVUELVE RETURN-CODE 0
      *          (PUEDE CORRER) U 8 (BLOQUEADO, CON EL MOTIVO POR
      *          CONSOLA). MANTTARJ, RENUTARJ, REEMTARJ Y ARCHHIST
      *          TAMBIEN PASAN POR AQUI: CON UN CHECKPOINT PENDIENTE
      *          NO PUEDEN TOCAR EL MAESTRO NI EL HISTORIAL. AL
      *          TERMINAR CADA PROGRAMA (FASE 'F') DEJA REGISTRADO
      *          EL PASO EN CTRLPROC-ESTADO.SEQ Y, PARA TP02EJ01,
      *          VERIFICA LA LINEA DE CONTROL.LOG Y EL CHECKPOINT EN
      *          CERO Y ANOTA EL FEED COMO FACTURADO.
      * Tectonics: cobc
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
                       END-IF
                  WHEN 'MANTTARJ' ALSO 'I'
                  WHEN 'RENUTARJ' ALSO 'I'
                  WHEN 'REEMTARJ' ALSO 'I'
                  WHEN 'ARCHHIST' ALSO 'I'
                       IF WS-CKP-PENDIENTE
                          SET WS-PASO-BLOQUEADO TO TRUE
                          MOVE 'FACTURACION PENDIENTE, NO TOCAR'
                  WHEN 'RIESGMAE' ALSO 'F'
                  WHEN 'MANTTARJ' ALSO 'F'
                  WHEN 'RENUTARJ' ALSO 'F'
                  WHEN 'REEMTARJ' ALSO 'F'
                  WHEN 'ARCHHIST' ALSO 'F'
                       CONTINUE
                  WHEN OTHER
                       SET WS-PASO-BLOQUEADO TO TRUE
