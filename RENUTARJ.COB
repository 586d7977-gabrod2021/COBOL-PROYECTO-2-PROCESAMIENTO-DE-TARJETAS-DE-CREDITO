      *          PLASTICOS EL ARCHIVO DE EMBOZADO CON LOS DATOS DEL
      *          NUEVO PLASTICO. LAS CUENTAS BLOQUEADAS O CERRADAS SE
      *          SALTEAN Y SE INFORMAN EN EL RESUMEN FINAL.
      *          CADA RENOVACION QUEDA EN EL JOURNAL DE AUDITORIA DEL
      *          MAESTRO (MANTTARJ-AUDITORIA.SEQ) COMO UN CAMBIO.
      * Tectonics: cobc
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-EMBOZADO.

       SELECT AUDITORIA
           ASSIGN TO '../MANTTARJ-AUDITORIA.SEQ'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-AUDITORIA.

       DATA DIVISION.

       FILE SECTION.

       COPY "MAESTRO-TARJETAS.CPY".
       COPY "EMBOZADO.CPY".
       COPY "AUDITMAE.CPY".

       WORKING-STORAGE SECTION.

             88 FS-EMBOZADO-EOF                VALUE '10'.
             88 FS-EMBOZADO-NFD                VALUE '35'.

          05 FS-AUDITORIA                  PIC X(2).
             88 FS-AUDITORIA-OK                VALUE '00'.
             88 FS-AUDITORIA-EOF               VALUE '10'.
             88 FS-AUDITORIA-NFD               VALUE '35'.

       01 WS-TARJETAS-EOF                    PIC X(1).
          88 WS-TARJETAS-EOF-YES             VALUE 'Y'.
          88 WS-TARJETAS-EOF-NO              VALUE 'N'.
       01 WS-VALIDA-CLIENTE.
          COPY "CLIENTIO.CPY".

      * IMAGEN DE REG-MAESTRO ANTES DE RENOVAR, Y FECHA/HORA DEL
      * SISTEMA AL GRABAR, PARA EL JOURNAL DE AUDITORIA.
       01 WS-IMAGEN-ANTES                   PIC X(162).

       01 WS-AUD-AHORA-FIELDS.
          05 WS-AUD-AHORA-FECHA.
             10 WS-AUD-AHORA-ANIO           PIC 9(04).
             10 WS-AUD-AHORA-MES            PIC 9(02).
             10 WS-AUD-AHORA-DIA            PIC 9(02).
          05 WS-AUD-AHORA-HORA.
             10 WS-AUD-AHORA-HH             PIC 9(02).
             10 WS-AUD-AHORA-MM             PIC 9(02).
             10 WS-AUD-AHORA-SS             PIC 9(02).
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

      * NUEVO VENCIMIENTO YA EDITADO PARA EL MAESTRO Y EL EMBOZADO.
       01 WS-FECHA-NUEVA-ED.
          05 WS-FNUE-ANIO                    PIC 9(04).
              DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE EMBOZADO'
              DISPLAY 'FILE STATUS: ' FS-EMBOZADO
           END-IF.
      *----------------------------------------------------------------*
      * EL JOURNAL DE AUDITORIA SE ABRE EN EXTEND, COMO EN MANTTARJ.
           OPEN EXTEND AUDITORIA.
           IF FS-AUDITORIA-NFD
              OPEN OUTPUT AUDITORIA
           END-IF.

           IF NOT FS-AUDITORIA-OK
              DISPLAY 'ERROR AL ABRIR EL JOURNAL DE AUDITORIA'
              DISPLAY 'FILE STATUS: ' FS-AUDITORIA
           END-IF.

       1000-INICIAR-PROGRAMA-EXIT.
           EXIT.
              MOVE 28 TO WS-FNUE-DIA
           END-IF.

           MOVE REG-MAESTRO       TO WS-IMAGEN-ANTES.
           MOVE WS-FECHA-NUEVA-ED TO MAE-FECHA-VENC.

           REWRITE REG-MAESTRO.

           IF FS-TARJETAS-FILE-OK
              ADD 1 TO WS-CANT-RENOVADAS
              PERFORM 2950-GRABAR-AUDITORIA
                 THRU 2950-GRABAR-AUDITORIA-FIN
              PERFORM 2200-GRABAR-EMBOZADO
                 THRU 2200-GRABAR-EMBOZADO-FIN
           ELSE

       2200-GRABAR-EMBOZADO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * 2950-GRABAR-AUDITORIA : AGREGA AL JOURNAL DE MANTTARJ LA        *
      * RENOVACION RECIEN GRABADA COMO UN CAMBIO ('C'), CON LAS         *
      * IMAGENES ANTES Y DESPUES, EN EL MISMO FORMATO QUE MANTTARJ.     *
      *----------------------------------------------------------------*
       2950-GRABAR-AUDITORIA.

           IF FS-AUDITORIA-OK
              MOVE FUNCTION CURRENT-DATE TO WS-AUD-AHORA-FIELDS
              MOVE WS-AUD-AHORA-ANIO   TO WS-AFE-ANIO
              MOVE WS-AUD-AHORA-MES    TO WS-AFE-MES
              MOVE WS-AUD-AHORA-DIA    TO WS-AFE-DIA
              MOVE WS-AUD-AHORA-HH     TO WS-AHO-HH
              MOVE WS-AUD-AHORA-MM     TO WS-AHO-MM
              MOVE WS-AUD-AHORA-SS     TO WS-AHO-SS

              MOVE WS-AUD-FECHA-ED     TO AUD-FECHA
              MOVE WS-AUD-HORA-ED      TO AUD-HORA
              MOVE 'C'                 TO AUD-TIPO-MOV
              MOVE MAE-NRO-TARJ        TO AUD-NRO-TARJ
              MOVE WS-IMAGEN-ANTES     TO AUD-IMAGEN-ANTES
              MOVE REG-MAESTRO         TO AUD-IMAGEN-DESPUES
              MOVE 'RENUTARJ'          TO AUD-PROGRAMA

              WRITE REG-AUDITORIA

              IF NOT FS-AUDITORIA-OK
                 DISPLAY 'ERROR AL GRABAR EL JOURNAL DE AUDITORIA'
                 DISPLAY 'FILE STATUS: ' FS-AUDITORIA
              END-IF
           END-IF.

       2950-GRABAR-AUDITORIA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3000-CERRAR-ARCHIVOS.

                      FS-EMBOZADO
           END-IF.

           CLOSE AUDITORIA.
           IF NOT FS-AUDITORIA-OK
              DISPLAY 'ERROR AL CERRAR EL JOURNAL DE AUDITORIA: '
                      FS-AUDITORIA
           END-IF.

       3000-CERRAR-ARCHIVOS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
