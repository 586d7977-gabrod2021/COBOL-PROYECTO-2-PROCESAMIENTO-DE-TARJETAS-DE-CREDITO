      *          FACTURACION: TARJETAS POR TRAMO DE UTILIZACION
      *          (SALDO SOBRE LIMITE), DETALLE DE LAS EXCEDIDAS,
      *          CANTIDADES POR ESTADO, TARJETAS QUE VENCEN EN LOS
      *          PROXIMOS 60 DIAS, CREDITO EXPUESTO POR MONEDA Y
      *          EXPOSICION EN ADELANTOS DE EFECTIVO.
      * Tectonics: cobc
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
          88 WS-EXP-ENCONTRADA               VALUE 'S'.
          88 WS-EXP-NO-ENCONTRADA            VALUE 'N'.

      * EXPOSICION EN ADELANTOS DE EFECTIVO DE LAS TARJETAS NO
      * CERRADAS: SUB-LIMITE HABILITADO (MAE-LIMITE POR
      * MAE-PORC-ADELANTO) Y SALDO DE ADELANTOS ADEUDADO.
       01 WS-EXPOSICION-ADELANTOS.
          05 WS-ADE-CANT-HABIL              PIC 9(06).
          05 WS-ADE-CANT-CON-SALDO          PIC 9(06).
          05 WS-ADE-CANT-EXCEDIDAS          PIC 9(06).
          05 WS-ADE-SUBLIMITE               PIC S9(12)V9(02).
          05 WS-ADE-SALDO                   PIC S9(12)V9(02).

       77 WS-ADE-SUBLIMITE-TARJ              PIC 9(08)V9(02).
       77 WS-ADE-UTILIZACION                 PIC 9(05)V9(02).

      ******* LINEAS DEL REPORTE ***************************************
       01 TITULO-RIESGO.
          05 FILLER            PIC X(40) VALUE
          05 FILLER            PIC X(09) VALUE ' LIMITE: '.
          05 EXP-LIMITE-ED     PIC $Z.ZZZ.ZZZ.ZZ9,99.

       01 LINEA-ADE-CANT.
          05 ADC-ETIQUETA      PIC X(30).
          05 FILLER            PIC X(07) VALUE ' CANT: '.
          05 ADC-CANT          PIC ZZZZZ9.

       01 LINEA-ADE-IMPORTE.
          05 ADI-ETIQUETA      PIC X(30).
          05 FILLER            PIC X(02) VALUE ': '.
          05 ADI-IMPORTE       PIC $Z.ZZZ.ZZZ.ZZ9,99-.

       01 LINEA-ADE-PORC.
          05 ADP-ETIQUETA      PIC X(30).
          05 FILLER            PIC X(02) VALUE ': '.
          05 ADP-PORC          PIC ZZZZ9,99.
          05 FILLER            PIC X(04) VALUE ' PCT'.

       01 LINEA-SUBTITULO.
          05 SUB-TEXTO         PIC X(60).
      ******************************************************************

           INITIALIZE WS-CONTADORES
                      WS-ESTADOS
                      WS-TRAMOS
                      WS-EXPOSICION-ADELANTOS.
           MOVE 0 TO WS-CANT-POR-VENCER.
           MOVE 0 TO WS-CANT-MON-EXP.

                 THRU 2200-ACUMULAR-EXPOSICION-FIN
              PERFORM 2300-VERIFICAR-VENCIMIENTO
                 THRU 2300-VERIFICAR-VENCIMIENTO-FIN
              PERFORM 2400-ACUMULAR-ADELANTOS
                 THRU 2400-ACUMULAR-ADELANTOS-FIN
           END-IF.

           PERFORM 1500-LEER-TARJETA
       2300-VERIFICAR-VENCIMIENTO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * SUB-LIMITE Y SALDO DE ADELANTOS EN EFECTIVO. EL SALDO SE SUMA   *
      * AUNQUE LA TARJETA YA NO TENGA ADELANTOS HABILITADOS (PUEDE      *
      * HABERSELE BAJADO EL PORCENTAJE CON DEUDA PENDIENTE); ESAS       *
      * CUENTAN COMO EXCEDIDAS DE SU SUB-LIMITE.                        *
      *----------------------------------------------------------------*
       2400-ACUMULAR-ADELANTOS.

           COMPUTE WS-ADE-SUBLIMITE-TARJ =
                   MAE-LIMITE * MAE-PORC-ADELANTO / 100.

           IF MAE-PORC-ADELANTO > 0
              ADD 1 TO WS-ADE-CANT-HABIL
              ADD WS-ADE-SUBLIMITE-TARJ TO WS-ADE-SUBLIMITE
           END-IF.

           IF MAE-SALDO-ADELANTO > 0
              ADD 1 TO WS-ADE-CANT-CON-SALDO
              ADD MAE-SALDO-ADELANTO TO WS-ADE-SALDO
              IF MAE-SALDO-ADELANTO > WS-ADE-SUBLIMITE-TARJ
                 ADD 1 TO WS-ADE-CANT-EXCEDIDAS
              END-IF
           END-IF.

       2400-ACUMULAR-ADELANTOS-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * 3000-GRABAR-REPORTE : VUELCA LAS VISTAS ACUMULADAS. LAS LINEAS  *
      * DE DETALLE (EXCEDIDAS Y POR VENCER) YA FUERON SALIENDO DURANTE  *
      * LA PASADA; AQUI VAN LOS TOTALES POR TRAMO, ESTADO Y MONEDA.     *
           MOVE LINEA-SEPARADOR TO LINEA-REPORTE-RIESGO.
           PERFORM 2900-GRABAR-LINEA
              THRU 2900-GRABAR-LINEA-FIN.
           MOVE 'ADELANTOS EN EFECTIVO (SIN CERRADAS):'
             TO SUB-TEXTO.
           MOVE LINEA-SUBTITULO TO LINEA-REPORTE-RIESGO.
           PERFORM 2900-GRABAR-LINEA
              THRU 2900-GRABAR-LINEA-FIN.
           PERFORM 3400-GRABAR-ADELANTOS
              THRU 3400-GRABAR-ADELANTOS-FIN.

           MOVE LINEA-SEPARADOR TO LINEA-REPORTE-RIESGO.
           PERFORM 2900-GRABAR-LINEA
              THRU 2900-GRABAR-LINEA-FIN.

       3000-GRABAR-REPORTE-EXIT.
           EXIT.

       3300-GRABAR-POR-VENCER-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3400-GRABAR-ADELANTOS.

           MOVE 'CON ADELANTOS HABILITADOS' TO ADC-ETIQUETA.
           MOVE WS-ADE-CANT-HABIL TO ADC-CANT.
           MOVE LINEA-ADE-CANT TO LINEA-REPORTE-RIESGO.
           PERFORM 2900-GRABAR-LINEA
              THRU 2900-GRABAR-LINEA-FIN.

           MOVE 'CON SALDO DE ADELANTOS' TO ADC-ETIQUETA.
           MOVE WS-ADE-CANT-CON-SALDO TO ADC-CANT.
           MOVE LINEA-ADE-CANT TO LINEA-REPORTE-RIESGO.
           PERFORM 2900-GRABAR-LINEA
              THRU 2900-GRABAR-LINEA-FIN.

           MOVE 'EXCEDIDAS DE SU SUB-LIMITE' TO ADC-ETIQUETA.
           MOVE WS-ADE-CANT-EXCEDIDAS TO ADC-CANT.
           MOVE LINEA-ADE-CANT TO LINEA-REPORTE-RIESGO.
           PERFORM 2900-GRABAR-LINEA
              THRU 2900-GRABAR-LINEA-FIN.

           MOVE 'SUB-LIMITE HABILITADO' TO ADI-ETIQUETA.
           MOVE WS-ADE-SUBLIMITE TO ADI-IMPORTE.
           MOVE LINEA-ADE-IMPORTE TO LINEA-REPORTE-RIESGO.
           PERFORM 2900-GRABAR-LINEA
              THRU 2900-GRABAR-LINEA-FIN.

           MOVE 'SALDO DE ADELANTOS (PESOS)' TO ADI-ETIQUETA.
           MOVE WS-ADE-SALDO TO ADI-IMPORTE.
           MOVE LINEA-ADE-IMPORTE TO LINEA-REPORTE-RIESGO.
           PERFORM 2900-GRABAR-LINEA
              THRU 2900-GRABAR-LINEA-FIN.

           IF WS-ADE-SUBLIMITE > 0
              COMPUTE WS-ADE-UTILIZACION =
                      WS-ADE-SALDO * 100 / WS-ADE-SUBLIMITE
              MOVE 'UTILIZACION DEL SUB-LIMITE' TO ADP-ETIQUETA
              MOVE WS-ADE-UTILIZACION TO ADP-PORC
              MOVE LINEA-ADE-PORC TO LINEA-REPORTE-RIESGO
              PERFORM 2900-GRABAR-LINEA
                 THRU 2900-GRABAR-LINEA-FIN
           END-IF.

       3400-GRABAR-ADELANTOS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2900-GRABAR-LINEA.
           WRITE REG-REPORTE-RIESGO.
                   WS-TRAMO-CANT(5).
           DISPLAY 'POR VENCER EN ' WS-DIAS-AVISO ' DIAS   : '
                   WS-CANT-POR-VENCER.
           DISPLAY 'CON SALDO DE ADELANTOS     : '
                   WS-ADE-CANT-CON-SALDO.
           DISPLAY '--------------------------------------'.
           DISPLAY '          FIN DEL PROGRAMA            '.
           DISPLAY '--------------------------------------'.
