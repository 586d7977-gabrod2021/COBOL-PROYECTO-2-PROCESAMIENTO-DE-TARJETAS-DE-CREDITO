      *----------------------------------------------------------------*
      *Author:  GABRIELA RODRIGUEZ                                     *
      *         CLAUDIA SANTILLAN                                      *
      *         GABY OSELLA                                            *
      *         GUILLERMO RODRIGUEZ                                    *
      *         EDDISON MORA GOMEZ
      * Date: 15/10/2026
      * Purpose: PROCESA LOS REBOTES DEL PROVEEDOR DE EMAIL
      *          (RESUMENES-EMAIL-REBOTES.SEQ) CONTRA LA ENTREGA DE
      *          RESUMENES POR EMAIL A LA QUE CORRESPONDEN
      *          (RESUMENES-EMAIL.SEQ): CADA CUENTA REBOTADA VUELVE AL
      *          RESUMEN EN PAPEL MEDIANTE UNA TRANSACCION 'P' PARA
      *          MANTCLIE (CLIENTES-REBOTES-EMAIL.SEQ, IGUAL QUE LAS
      *          ALTAS DE EMITTARJ) Y LA COPIA DEL RESUMEN REBOTADO
      *          QUEDA EN LA COLA RESUMENES-REENVIO.SEQ, QUE RESUVEND
      *          SUMA A LA PROXIMA ENTREGA AL PROVEEDOR DE IMPRESION.
      * Tectonics: cobc
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.

       PROGRAM-ID. RESUREBO.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *----------------------------------------------------------------*
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.
      *----------------------------------------------------------------*
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT REBOTES-EMAIL
           ASSIGN TO '../RESUMENES-EMAIL-REBOTES.SEQ'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-REBOTES.

       SELECT ENTREGA-EMAIL
           ASSIGN TO '../RESUMENES-EMAIL.SEQ'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-EMAIL.

       SELECT REBOTES-WRK
           ASSIGN TO '../REBOTES-EMAIL-WRK.VSAM'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS-REB-WRK
           RECORD KEY IS RBW-NRO-RESUMEN.

       SELECT TRANS-CLIENTES
           ASSIGN TO '../CLIENTES-REBOTES-EMAIL.SEQ'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CLIENTES-REB.

       SELECT REENVIO-RESUMEN
           ASSIGN TO '../RESUMENES-REENVIO.SEQ'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-REENVIO.

       DATA DIVISION.

       FILE SECTION.

       COPY "REBOMAIL.CPY".
       COPY "RESUMAIL.CPY".
       COPY "REBOWRK.CPY".
       COPY "CLIETRAN.CPY".

       FD  REENVIO-RESUMEN
           LABEL RECORD STANDARD.

       01  REG-REENVIO                       PIC X(132).

       WORKING-STORAGE SECTION.

       01 FS-STATUS.
          05 FS-REBOTES                    PIC X(2).
             88 FS-REBOTES-OK                  VALUE '00'.
             88 FS-REBOTES-EOF                 VALUE '10'.
             88 FS-REBOTES-NFD                 VALUE '35'.

          05 FS-EMAIL                      PIC X(2).
             88 FS-EMAIL-OK                    VALUE '00'.
             88 FS-EMAIL-EOF                   VALUE '10'.
             88 FS-EMAIL-NFD                   VALUE '35'.

          05 FS-REB-WRK                    PIC X(2).
             88 FS-REB-WRK-OK                  VALUE '00'.
             88 FS-REB-WRK-EOF                 VALUE '10'.
             88 FS-REB-WRK-NFD                 VALUE '35'.
             88 FS-REB-WRK-CLAVE-DUP           VALUE '22'.
             88 FS-REB-WRK-CLAVE-NFD           VALUE '23'.

          05 FS-CLIENTES-REB               PIC X(2).
             88 FS-CLIENTES-REB-OK             VALUE '00'.
             88 FS-CLIENTES-REB-EOF            VALUE '10'.
             88 FS-CLIENTES-REB-NFD            VALUE '35'.

          05 FS-REENVIO                    PIC X(2).
             88 FS-REENVIO-OK                  VALUE '00'.
             88 FS-REENVIO-EOF                 VALUE '10'.
             88 FS-REENVIO-NFD                 VALUE '35'.

       01 WS-REBOTES-EOF                     PIC X(1).
          88 WS-REBOTES-EOF-YES              VALUE 'Y'.
          88 WS-REBOTES-EOF-NO               VALUE 'N'.

       01 WS-EMAIL-EOF                       PIC X(1).
          88 WS-EMAIL-EOF-YES                VALUE 'Y'.
          88 WS-EMAIL-EOF-NO                 VALUE 'N'.

       01 WS-REB-WRK-EOF                     PIC X(1).
          88 WS-REB-WRK-EOF-YES              VALUE 'Y'.
          88 WS-REB-WRK-EOF-NO               VALUE 'N'.

       01 WS-REENVIO-EOF                     PIC X(1).
          88 WS-REENVIO-EOF-YES              VALUE 'Y'.
          88 WS-REENVIO-EOF-NO               VALUE 'N'.

      * SIN LA ENTREGA A LA QUE RESPONDEN LOS REBOTES IGUAL SE VUELVE
      * AL PAPEL, PERO NO HAY DE DONDE SACAR LA COPIA.
       01 WS-SW-ENTREGA                      PIC X(01).
          88 WS-HAY-ENTREGA                  VALUE 'S'.
          88 WS-NO-HAY-ENTREGA               VALUE 'N'.

       01 WS-SW-COPIA                        PIC X(01).
          88 WS-COPIANDO-RESUMEN             VALUE 'S'.
          88 WS-NO-COPIANDO-RESUMEN          VALUE 'N'.

       01 WS-CONTADORES.
          05 WS-CANT-REBOTES-LEIDOS         PIC 9(08).
          05 WS-CANT-REBOTES-DUPLICADOS     PIC 9(08).
          05 WS-CANT-OTRA-ENTREGA           PIC 9(08).
          05 WS-CANT-VUELTAS-PAPEL          PIC 9(08).
          05 WS-CANT-COPIAS-ENCOLADAS       PIC 9(08).
          05 WS-CANT-LINEAS-ENCOLADAS       PIC 9(08).
          05 WS-CANT-NO-ENCONTRADOS         PIC 9(08).

       77 WS-FECHA-ENTREGA                   PIC X(10).
       77 WS-ULT-NRO-REENVIO                 PIC 9(08).

      * LINEA DE LA COLA DE COPIAS EN PAPEL, CON EL LAYOUT DE
      * RESUEXT.CPY.
       01 WS-REG-REENVIO.
          05 WS-REE-TIPO-REG                PIC X(02).
          05 WS-REE-COD-POSTAL              PIC 9(04).
          05 WS-REE-NRO-RESUMEN             PIC 9(08).
          05 WS-REE-NRO-LINEA               PIC 9(04).
          05 WS-REE-DATOS                   PIC X(114).

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

           PERFORM 1000-INICIAR-PROGRAMA
              THRU 1000-INICIAR-PROGRAMA-EXIT.

           PERFORM 1100-CARGAR-REBOTES
              THRU 1100-CARGAR-REBOTES-FIN.

           IF WS-HAY-ENTREGA
              PERFORM 2000-COPIAR-REBOTADOS
                 THRU 2000-COPIAR-REBOTADOS-FIN
                UNTIL WS-EMAIL-EOF-YES
           END-IF.

           PERFORM 3000-LISTAR-NO-ENCONTRADOS
              THRU 3000-LISTAR-NO-ENCONTRADOS-FIN.

           PERFORM 3500-CERRAR-ARCHIVOS
              THRU 3500-CERRAR-ARCHIVOS-EXIT.

           PERFORM 4000-TOTALES-ARCHIVO
              THRU 4000-TOTALES-ARCHIVO-EXIT.

           STOP RUN.
      *----------------------------------------------------------------*
       1000-INICIAR-PROGRAMA.

           INITIALIZE WS-CONTADORES.
           MOVE SPACES TO WS-FECHA-ENTREGA.
           SET WS-NO-HAY-ENTREGA TO TRUE.
           SET WS-NO-COPIANDO-RESUMEN TO TRUE.
           SET WS-EMAIL-EOF-NO TO TRUE.

      * LA ENTREGA SE IDENTIFICA POR LA FECHA DE SU HEADER 'HH'.
           OPEN INPUT ENTREGA-EMAIL.

           EVALUATE TRUE
               WHEN FS-EMAIL-OK
                    PERFORM 2100-LEER-ENTREGA
                       THRU 2100-LEER-ENTREGA-FIN
                    IF WS-EMAIL-EOF-NO AND EML-ES-HEADER-ARCH
                       SET WS-HAY-ENTREGA TO TRUE
                       MOVE EML-HDR-FECHA-PROCESO TO WS-FECHA-ENTREGA
                    ELSE
                       DISPLAY 'RESUMENES-EMAIL.SEQ SIN HEADER, NO SE '
                               'ENCOLAN COPIAS'
                    END-IF
               WHEN FS-EMAIL-NFD
                    DISPLAY 'NO SE ENCUENTRA RESUMENES-EMAIL.SEQ, NO '
                            'SE ENCOLAN COPIAS'
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR RESUMENES-EMAIL.SEQ, NO SE '
                            'ENCOLAN COPIAS'
                    DISPLAY 'FILE STATUS: ' FS-EMAIL
           END-EVALUATE.

           OPEN OUTPUT REBOTES-WRK.
           IF NOT FS-REB-WRK-OK
              DISPLAY '*** NO SE PUDO CREAR REBOTES-EMAIL-WRK.VSAM ***'
              DISPLAY 'FILE STATUS: ' FS-REB-WRK
              STOP RUN
           END-IF.
           CLOSE REBOTES-WRK.
           OPEN I-O REBOTES-WRK.
           IF NOT FS-REB-WRK-OK
              DISPLAY '*** NO SE PUDO ABRIR REBOTES-EMAIL-WRK.VSAM ***'
              DISPLAY 'FILE STATUS: ' FS-REB-WRK
              STOP RUN
           END-IF.

           OPEN OUTPUT TRANS-CLIENTES.
           IF NOT FS-CLIENTES-REB-OK
              DISPLAY 'ERROR AL ABRIR CLIENTES-REBOTES-EMAIL.SEQ'
              DISPLAY 'FILE STATUS: ' FS-CLIENTES-REB
           END-IF.

           PERFORM 1200-ABRIR-REENVIOS
              THRU 1200-ABRIR-REENVIOS-FIN.

       1000-INICIAR-PROGRAMA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 1100-CARGAR-REBOTES : CADA REBOTE DEVUELVE LA CUENTA AL PAPEL.  *
      * LOS DE ESTA ENTREGA SE GUARDAN POR NUMERO DE RESUMEN PARA       *
      * COPIAR SU PAQUETE; UN REBOTE REPETIDO NO SE VUELVE A TRATAR.    *
      *----------------------------------------------------------------*
       1100-CARGAR-REBOTES.

           SET WS-REBOTES-EOF-NO TO TRUE.
           OPEN INPUT REBOTES-EMAIL.

           EVALUATE TRUE
               WHEN FS-REBOTES-OK
                    PERFORM 1110-LEER-REBOTE
                       THRU 1110-LEER-REBOTE-FIN
                    PERFORM 1120-CARGAR-REBOTE
                       THRU 1120-CARGAR-REBOTE-FIN
                      UNTIL WS-REBOTES-EOF-YES
                    CLOSE REBOTES-EMAIL
               WHEN FS-REBOTES-NFD
                    DISPLAY 'NO SE ENCUENTRA RESUMENES-EMAIL-REBOTES'
                            '.SEQ'
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR RESUMENES-EMAIL-REBOTES.SEQ'
                    DISPLAY 'FILE STATUS: ' FS-REBOTES
           END-EVALUATE.

       1100-CARGAR-REBOTES-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1110-LEER-REBOTE.

           READ REBOTES-EMAIL
             AT END
                SET WS-REBOTES-EOF-YES        TO TRUE
             NOT AT END
                SET WS-REBOTES-EOF-NO         TO TRUE
                ADD 1 TO WS-CANT-REBOTES-LEIDOS
           END-READ.

       1110-LEER-REBOTE-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1120-CARGAR-REBOTE.

           IF WS-HAY-ENTREGA
              AND RBE-FECHA-ENTREGA = WS-FECHA-ENTREGA
              MOVE RBE-NRO-RESUMEN TO RBW-NRO-RESUMEN
              MOVE RBE-CUENTA      TO RBW-CUENTA
              MOVE RBE-MOTIVO      TO RBW-MOTIVO
              SET RBW-NO-ENCONTRADO TO TRUE
              WRITE REG-REB-WRK
              EVALUATE TRUE
                  WHEN FS-REB-WRK-OK
                       PERFORM 1130-VOLVER-A-PAPEL
                          THRU 1130-VOLVER-A-PAPEL-FIN
                  WHEN FS-REB-WRK-CLAVE-DUP
                       ADD 1 TO WS-CANT-REBOTES-DUPLICADOS
                  WHEN OTHER
                       DISPLAY '*** ERROR AL CARGAR REBOTES-EMAIL-'
                               'WRK.VSAM, SE DETIENE LA CORRIDA ***'
                       DISPLAY 'FILE STATUS: ' FS-REB-WRK
                       STOP RUN
              END-EVALUATE
           ELSE
              ADD 1 TO WS-CANT-OTRA-ENTREGA
              DISPLAY 'REBOTE DE OTRA ENTREGA (' RBE-FECHA-ENTREGA
                      '), CUENTA ' RBE-CUENTA ' VUELVE A PAPEL SIN '
                      'COPIA'
              PERFORM 1130-VOLVER-A-PAPEL
                 THRU 1130-VOLVER-A-PAPEL-FIN
           END-IF.

           PERFORM 1110-LEER-REBOTE
              THRU 1110-LEER-REBOTE-FIN.

       1120-CARGAR-REBOTE-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1130-VOLVER-A-PAPEL.

           IF FS-CLIENTES-REB-OK
              MOVE SPACES         TO REG-TRANS-CLIENTE
              MOVE 'P'            TO TCL-TIPO-MOV
              MOVE RBE-CUENTA     TO TCL-CUENTA
              MOVE 0              TO TCL-COD-POSTAL
              WRITE REG-TRANS-CLIENTE
              IF FS-CLIENTES-REB-OK
                 ADD 1 TO WS-CANT-VUELTAS-PAPEL
              ELSE
                 DISPLAY 'ERROR AL GRABAR CLIENTES-REBOTES-EMAIL.SEQ'
                 DISPLAY 'FILE STATUS: ' FS-CLIENTES-REB
              END-IF
           END-IF.

       1130-VOLVER-A-PAPEL-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * 1200-ABRIR-REENVIOS : LA COLA PUEDE TENER COPIAS DE REBOTES     *
      * ANTERIORES TODAVIA NO ENTREGADAS: LAS NUEVAS SE NUMERAN A       *
      * CONTINUACION Y SE AGREGAN EN EXTEND.                            *
      *----------------------------------------------------------------*
       1200-ABRIR-REENVIOS.

           MOVE 0 TO WS-ULT-NRO-REENVIO.
           SET WS-REENVIO-EOF-NO TO TRUE.

           OPEN INPUT REENVIO-RESUMEN.

           IF FS-REENVIO-OK
              PERFORM 1210-LEER-REENVIO
                 THRU 1210-LEER-REENVIO-FIN
              PERFORM 1220-ULTIMO-REENVIO
                 THRU 1220-ULTIMO-REENVIO-FIN
                UNTIL WS-REENVIO-EOF-YES
              CLOSE REENVIO-RESUMEN
           END-IF.

           OPEN EXTEND REENVIO-RESUMEN.
           IF FS-REENVIO-NFD
              OPEN OUTPUT REENVIO-RESUMEN
           END-IF.

           IF NOT FS-REENVIO-OK
              DISPLAY 'ERROR AL ABRIR RESUMENES-REENVIO.SEQ'
              DISPLAY 'FILE STATUS: ' FS-REENVIO
           END-IF.

       1200-ABRIR-REENVIOS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1210-LEER-REENVIO.

           READ REENVIO-RESUMEN INTO WS-REG-REENVIO
             AT END
                SET WS-REENVIO-EOF-YES        TO TRUE
             NOT AT END
                SET WS-REENVIO-EOF-NO         TO TRUE
           END-READ.

       1210-LEER-REENVIO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1220-ULTIMO-REENVIO.

           IF WS-REE-NRO-RESUMEN > WS-ULT-NRO-REENVIO
              MOVE WS-REE-NRO-RESUMEN TO WS-ULT-NRO-REENVIO
           END-IF.

           PERFORM 1210-LEER-REENVIO
              THRU 1210-LEER-REENVIO-FIN.

       1220-ULTIMO-REENVIO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * 2000-COPIAR-REBOTADOS : RECORRE LA ENTREGA; EL PAQUETE 'EE' DE  *
      * UN RESUMEN REBOTADO ABRE LA COPIA DE SUS LINEAS '01' A '09' A   *
      * LA COLA Y EL 'EF' LA CIERRA.                                    *
      *----------------------------------------------------------------*
       2000-COPIAR-REBOTADOS.

           PERFORM 2100-LEER-ENTREGA
              THRU 2100-LEER-ENTREGA-FIN.

           IF WS-EMAIL-EOF-NO
              EVALUATE TRUE
                  WHEN EML-ES-PAQUETE
                       PERFORM 2200-BUSCAR-REBOTE
                          THRU 2200-BUSCAR-REBOTE-FIN
                  WHEN EML-ES-CIERRE-PAQUETE
                       SET WS-NO-COPIANDO-RESUMEN TO TRUE
                  WHEN EML-ES-HEADER-ARCH
                  WHEN EML-ES-TRAILER-ARCH
                       CONTINUE
                  WHEN WS-COPIANDO-RESUMEN
                       PERFORM 2300-ENCOLAR-LINEA
                          THRU 2300-ENCOLAR-LINEA-FIN
                  WHEN OTHER
                       CONTINUE
              END-EVALUATE
           END-IF.

       2000-COPIAR-REBOTADOS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2100-LEER-ENTREGA.

           READ ENTREGA-EMAIL
             AT END
                SET WS-EMAIL-EOF-YES          TO TRUE
             NOT AT END
                SET WS-EMAIL-EOF-NO           TO TRUE
           END-READ.

       2100-LEER-ENTREGA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2200-BUSCAR-REBOTE.

           SET WS-NO-COPIANDO-RESUMEN TO TRUE.

           MOVE EML-NRO-RESUMEN TO RBW-NRO-RESUMEN.
           READ REBOTES-WRK KEY IS RBW-NRO-RESUMEN.

           EVALUATE TRUE
               WHEN FS-REB-WRK-OK
                AND RBW-CUENTA = EML-CUENTA
                    SET RBW-ENCONTRADO TO TRUE
                    REWRITE REG-REB-WRK
                    IF FS-REENVIO-OK
                       SET WS-COPIANDO-RESUMEN TO TRUE
                       ADD 1 TO WS-ULT-NRO-REENVIO
                       ADD 1 TO WS-CANT-COPIAS-ENCOLADAS
                    END-IF
               WHEN FS-REB-WRK-OK
                    DISPLAY 'REBOTE DEL RESUMEN ' RBW-NRO-RESUMEN
                            ' CON CUENTA ' RBW-CUENTA ' DISTINTA DE LA '
                            'DEL PAQUETE ' EML-CUENTA
               WHEN OTHER
                    CONTINUE
           END-EVALUATE.

       2200-BUSCAR-REBOTE-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2300-ENCOLAR-LINEA.

           MOVE REG-ENTREGA-EMAIL  TO WS-REG-REENVIO.
           MOVE WS-ULT-NRO-REENVIO TO WS-REE-NRO-RESUMEN.

           WRITE REG-REENVIO FROM WS-REG-REENVIO.

           IF FS-REENVIO-OK
              ADD 1 TO WS-CANT-LINEAS-ENCOLADAS
           ELSE
              DISPLAY 'ERROR AL GRABAR RESUMENES-REENVIO.SEQ'
              DISPLAY 'FILE STATUS: ' FS-REENVIO
           END-IF.

       2300-ENCOLAR-LINEA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * 3000-LISTAR-NO-ENCONTRADOS : REBOTES DE ESTA ENTREGA SIN        *
      * PAQUETE: LA CUENTA VUELVE AL PAPEL PERO NO HAY COPIA.           *
      *----------------------------------------------------------------*
       3000-LISTAR-NO-ENCONTRADOS.

           SET WS-REB-WRK-EOF-NO TO TRUE.
           MOVE 0 TO RBW-NRO-RESUMEN.

           START REBOTES-WRK KEY IS NOT LESS THAN RBW-NRO-RESUMEN
             INVALID KEY
                SET WS-REB-WRK-EOF-YES TO TRUE
           END-START.

           IF WS-REB-WRK-EOF-NO
              PERFORM 3010-LEER-REB-WRK
                 THRU 3010-LEER-REB-WRK-FIN
              PERFORM 3020-VERIFICAR-REBOTE
                 THRU 3020-VERIFICAR-REBOTE-FIN
                UNTIL WS-REB-WRK-EOF-YES
           END-IF.

       3000-LISTAR-NO-ENCONTRADOS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3010-LEER-REB-WRK.

           READ REBOTES-WRK NEXT RECORD
             AT END
                SET WS-REB-WRK-EOF-YES        TO TRUE
             NOT AT END
                SET WS-REB-WRK-EOF-NO         TO TRUE
           END-READ.

       3010-LEER-REB-WRK-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3020-VERIFICAR-REBOTE.

           IF RBW-NO-ENCONTRADO
              ADD 1 TO WS-CANT-NO-ENCONTRADOS
              DISPLAY 'RESUMEN ' RBW-NRO-RESUMEN ' CUENTA ' RBW-CUENTA
                      ' NO ESTA EN LA ENTREGA, SIN COPIA: ' RBW-MOTIVO
           END-IF.

           PERFORM 3010-LEER-REB-WRK
              THRU 3010-LEER-REB-WRK-FIN.

       3020-VERIFICAR-REBOTE-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3500-CERRAR-ARCHIVOS.

           IF FS-EMAIL-OK OR FS-EMAIL-EOF
              CLOSE ENTREGA-EMAIL
           END-IF.

           CLOSE REBOTES-WRK.
           IF NOT FS-REB-WRK-OK
              DISPLAY 'ERROR AL CERRAR REBOTES-EMAIL-WRK.VSAM: '
                      FS-REB-WRK
           END-IF.

           CLOSE TRANS-CLIENTES.
           IF NOT FS-CLIENTES-REB-OK
              DISPLAY 'ERROR AL CERRAR CLIENTES-REBOTES-EMAIL.SEQ: '
                      FS-CLIENTES-REB
           END-IF.

           CLOSE REENVIO-RESUMEN.
           IF NOT FS-REENVIO-OK
              DISPLAY 'ERROR AL CERRAR RESUMENES-REENVIO.SEQ: '
                      FS-REENVIO
           END-IF.

       3500-CERRAR-ARCHIVOS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       4000-TOTALES-ARCHIVO.

           DISPLAY '--------------------------------------'.
           DISPLAY 'ENTREGA DEL                : ' WS-FECHA-ENTREGA.
           DISPLAY 'REBOTES LEIDOS             : '
                   WS-CANT-REBOTES-LEIDOS.
           DISPLAY 'REBOTES REPETIDOS          : '
                   WS-CANT-REBOTES-DUPLICADOS.
           DISPLAY 'REBOTES DE OTRA ENTREGA    : '
                   WS-CANT-OTRA-ENTREGA.
           DISPLAY 'CUENTAS DEVUELTAS A PAPEL  : '
                   WS-CANT-VUELTAS-PAPEL.
           DISPLAY 'COPIAS ENCOLADAS A PAPEL   : '
                   WS-CANT-COPIAS-ENCOLADAS.
           DISPLAY 'LINEAS ENCOLADAS           : '
                   WS-CANT-LINEAS-ENCOLADAS.
           DISPLAY 'REBOTES SIN PAQUETE        : '
                   WS-CANT-NO-ENCONTRADOS.
           DISPLAY '--------------------------------------'.
           DISPLAY '          FIN DEL PROGRAMA            '.
           DISPLAY '--------------------------------------'.

       4000-TOTALES-ARCHIVO-EXIT.
           EXIT.
      *----------------------------------------------------------------*

       END PROGRAM RESUREBO.
