      *          UNA VEZ QUE TP02EJ01 CALCULO SU NUEVO SALDO TOTAL AL
      *          CERRAR EL PERIODO, PARA QUE EL PROXIMO RESUMEN YA
      *          PARTA DEL SALDO REAL EN LUGAR DEL DE LA CORRIDA
      *          ANTERIOR A ESA. ACTUALIZA TAMBIEN LA PARTE DE ESE
      *          SALDO QUE CORRESPONDE A ADELANTOS EN EFECTIVO.
      *          CADA SALDO GRABADO QUEDA EN EL JOURNAL DE AUDITORIA
      *          DEL MAESTRO (MANTTARJ-AUDITORIA.SEQ) COMO UN CAMBIO,
      *          PARA QUE RECUTARJ PUEDA RECONSTRUIRLO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           FILE STATUS IS FS-TARJETAS
           RECORD KEY IS MAE-NRO-TARJ.

       SELECT AUDITORIA
           ASSIGN TO '../MANTTARJ-AUDITORIA.SEQ'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-AUDITORIA.

      *----------------------------------------------------------------*
       DATA DIVISION.

       FILE SECTION.

       COPY "MAESTRO-TARJETAS.CPY".
       COPY "AUDITMAE.CPY".

       WORKING-STORAGE SECTION.

             88 FS-TARJETAS-CLAVE-DUP          VALUE '22'.
             88 FS-TARJETAS-CLAVE-NFD          VALUE '23'.

          05 FS-AUDITORIA                  PIC X(2).
             88 FS-AUDITORIA-OK                VALUE '00'.
             88 FS-AUDITORIA-EOF               VALUE '10'.
             88 FS-AUDITORIA-NFD               VALUE '35'.

      * EL JOURNAL SE CIERRA SOLO SI SE PUDO ABRIR: ACTUTARJ SE LLAMA
      * UNA VEZ POR TARJETA Y NO PUEDE QUEDAR ABIERTO ENTRE LLAMADAS.
       01 WS-SW-AUDITORIA                   PIC X(01).
          88 WS-AUDITORIA-ABIERTA           VALUE 'S'.
          88 WS-AUDITORIA-CERRADA           VALUE 'N'.

      * IMAGEN DE REG-MAESTRO ANTES DE GRABAR EL SALDO, PARA EL
      * JOURNAL DE AUDITORIA.
       01 WS-IMAGEN-ANTES                   PIC X(162).

      * FECHA Y HORA DEL SISTEMA PARA ESTAMPAR LA LINEA DEL JOURNAL.
       01 WS-FECHA-HOY-FIELDS.
          05 WS-FECHA-HOY-AAAAMMDD.
             10 WS-FECHA-HOY-ANIO           PIC 9(04).
             10 WS-FECHA-HOY-MES            PIC 9(02).
             10 WS-FECHA-HOY-DIA            PIC 9(02).
          05 WS-HORA-HOY.
             10 WS-HORA-HOY-HH              PIC 9(02).
             10 WS-HORA-HOY-MM              PIC 9(02).
             10 WS-HORA-HOY-SS              PIC 9(02).
          05 FILLER                         PIC X(07).

       01 WS-AUD-FECHA-ED.
          05 WS-AFE-ANIO                     PIC 9(04).
          05 FILLER                          PIC X VALUE '-'.
          05 WS-AFE-MES                      PIC 9(02).
          05 FILLER                          PIC X VALUE '-'.
          05 WS-AFE-DIA                      PIC 9(02).

       01 WS-AUD-HORA-ED.
          05 WS-AHO-HH                       PIC 9(02).
          05 FILLER                          PIC X VALUE ':'.
          05 WS-AHO-MM                       PIC 9(02).
          05 FILLER                          PIC X VALUE ':'.
          05 WS-AHO-SS                       PIC 9(02).

       LINKAGE SECTION.
       01 LK-ACTUALIZACION.
          05 LK-NRO-TARJ                    PIC X(19).
             88 LK-ACTUALIZADA                  VALUE '00'.
             88 LK-TARJETA-NO-ENCONTRADA        VALUE '01'.
             88 LK-ERROR-ACTUALIZACION          VALUE '02'.
      * PARTE DEL SALDO NUEVO QUE CORRESPONDE A ADELANTOS EN EFECTIVO
      * TODAVIA NO CANCELADOS (EN PESOS, NUNCA MAYOR QUE EL SALDO).
          05 LK-SALDO-ADELANTO              PIC 9(8)V99.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION USING LK-ACTUALIZACION.
           PERFORM 1100-ABRIR-TARJETA
              THRU 1100-ABRIR-TARJETA-FIN.

           PERFORM 1200-ABRIR-AUDITORIA
              THRU 1200-ABRIR-AUDITORIA-FIN.

       1000-INICIAR-PROGRAMA-FIN.
           EXIT.
      *----------------------------------------------------------------*

       1100-ABRIR-TARJETA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * 1200-ABRIR-AUDITORIA : EL JOURNAL SE ABRE EN EXTEND, COMO EN    *
      * MANTTARJ. SI NO SE PUEDE ABRIR EL SALDO IGUAL SE GRABA (EL      *
      * CIERRE DEL PERIODO NO SE DETIENE) Y SE AVISA POR CONSOLA: ESE   *
      * CAMBIO NO SE PODRA RECONSTRUIR DESDE EL JOURNAL.                *
      *----------------------------------------------------------------*
       1200-ABRIR-AUDITORIA.

           OPEN EXTEND AUDITORIA.
           IF FS-AUDITORIA-NFD
              OPEN OUTPUT AUDITORIA
           END-IF.

           IF FS-AUDITORIA-OK
              SET WS-AUDITORIA-ABIERTA TO TRUE
           ELSE
              SET WS-AUDITORIA-CERRADA TO TRUE
              DISPLAY 'ERROR AL ABRIR EL JOURNAL DE AUDITORIA'
              DISPLAY 'FILE STATUS: ' FS-AUDITORIA
           END-IF.

       1200-ABRIR-AUDITORIA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2000-ACTUALIZAR-SALDO.


           EVALUATE TRUE
               WHEN FS-TARJETAS-FILE-OK
                    MOVE REG-MAESTRO TO WS-IMAGEN-ANTES
                    MOVE LK-SALDO-NUEVO TO MAE-SALDO-ANT
                    MOVE LK-SALDO-ADELANTO TO MAE-SALDO-ADELANTO
                    REWRITE REG-MAESTRO
                    IF FS-TARJETAS-FILE-OK
                       SET LK-ACTUALIZADA TO TRUE
                       PERFORM 2950-GRABAR-AUDITORIA
                          THRU 2950-GRABAR-AUDITORIA-FIN
                    ELSE
                       SET LK-ERROR-ACTUALIZACION TO TRUE
                       DISPLAY 'ERROR AL GRABAR EL SALDO EN EL MAESTRO'

       2000-ACTUALIZAR-SALDO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * 2950-GRABAR-AUDITORIA : AGREGA AL JOURNAL DE MANTTARJ EL SALDO  *
      * RECIEN GRABADO COMO UN CAMBIO ('C'), CON LAS IMAGENES ANTES Y   *
      * DESPUES, EN EL MISMO FORMATO QUE MANTTARJ.                      *
      *----------------------------------------------------------------*
       2950-GRABAR-AUDITORIA.

           IF WS-AUDITORIA-ABIERTA
              MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HOY-FIELDS
              MOVE WS-FECHA-HOY-ANIO   TO WS-AFE-ANIO
              MOVE WS-FECHA-HOY-MES    TO WS-AFE-MES
              MOVE WS-FECHA-HOY-DIA    TO WS-AFE-DIA
              MOVE WS-HORA-HOY-HH      TO WS-AHO-HH
              MOVE WS-HORA-HOY-MM      TO WS-AHO-MM
              MOVE WS-HORA-HOY-SS      TO WS-AHO-SS

              MOVE WS-AUD-FECHA-ED     TO AUD-FECHA
              MOVE WS-AUD-HORA-ED      TO AUD-HORA
              MOVE 'C'                 TO AUD-TIPO-MOV
              MOVE MAE-NRO-TARJ        TO AUD-NRO-TARJ
              MOVE WS-IMAGEN-ANTES     TO AUD-IMAGEN-ANTES
              MOVE REG-MAESTRO         TO AUD-IMAGEN-DESPUES
              MOVE 'ACTUTARJ'          TO AUD-PROGRAMA

              WRITE REG-AUDITORIA

              IF NOT FS-AUDITORIA-OK
                 DISPLAY 'ERROR AL GRABAR EL JOURNAL DE AUDITORIA'
                 DISPLAY 'FILE STATUS: ' FS-AUDITORIA
                 DISPLAY 'TARJETA: ' MAE-NRO-TARJ
              END-IF
           ELSE
              DISPLAY 'SALDO DE LA TARJETA ' MAE-NRO-TARJ
                      ' GRABADO SIN JOURNAL DE AUDITORIA'
           END-IF.

       2950-GRABAR-AUDITORIA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3000-FINALIZAR-PROGRAMA.

              DISPLAY 'ERROR AL CERRAR ARCHIVO: ' FS-TARJETAS
           END-IF.

           IF WS-AUDITORIA-ABIERTA
              CLOSE AUDITORIA
              IF NOT FS-AUDITORIA-OK
                 DISPLAY 'ERROR AL CERRAR EL JOURNAL DE AUDITORIA: '
                         FS-AUDITORIA
              END-IF
           END-IF.

       3200-CERRAR-ARCHIVOS-FIN.
           EXIT.
      *----------------------------------------------------------------*
