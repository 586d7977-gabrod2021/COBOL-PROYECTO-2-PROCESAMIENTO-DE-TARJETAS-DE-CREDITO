           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ORDENES-DEB.

      * PLANES DE CUOTAS DE LOS CONSUMOS FINANCIADOS: EL ARCHIVO
      * PERSISTENTE QUE LEE CUOTTARJ Y SU COPIA DE TRABAJO CLAVEADA
      * POR TARJETA + FECHA DE COMPRA + DETALLE.
       SELECT PLANES-CUOTAS
           ASSIGN TO '../PLANES-CUOTAS.SEQ'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PLANES.

       SELECT PLANES-WRK
           ASSIGN TO '../PLANES-WRK.VSAM'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS-PLN-WRK
           RECORD KEY IS PLW-CLAVE.

      * PERCEPCIONES IMPOSITIVAS SOBRE CONSUMOS EN MONEDA EXTRANJERA:
      * LA TABLA DE ALICUOTAS VIGENTES Y EL REGISTRO PERMANENTE DE LO
      * PERCIBIDO, DEL QUE SALEN EL INFORME AL FISCO Y LOS
      * CERTIFICADOS ANUALES.
       SELECT PERCEPCIONES-TASAS
           ASSIGN TO '../PERCEPCIONES-TASAS.SEQ'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PERC-TASAS.

       SELECT PERCEPCIONES
           ASSIGN TO '../PERCEPCIONES.SEQ'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PERCEPCIONES.

      * LIBRO DE CASTIGOS DE CUENTAS INCOBRABLES (LO GRABA CASTTARJ) Y
      * SU COPIA DE TRABAJO CLAVEADA POR TARJETA: LOS PAGOS DE UNA
      * TARJETA CASTIGADA SE POSTEAN COMO RECUPEROS EN EL LIBRO.
       SELECT CASTIGOS
           ASSIGN TO '../CASTIGOS.SEQ'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CASTIGOS.

       SELECT CASTIGOS-WRK
           ASSIGN TO '../CASTIGOS-WRK.VSAM'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS-CAS-WRK
           RECORD KEY IS CAW-NRO-TARJ.

       SELECT REEMPLAZOS
           ASSIGN TO '../REEMPLAZOS.SEQ'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-REEMPLAZOS.

       DATA DIVISION.

       FILE SECTION.
       COPY "CANJHIST.CPY".
       COPY "DEBENROL.CPY".
       COPY "DEBORDEN.CPY".
       COPY "PLANCUOT.CPY".
       COPY "PLNWRK.CPY".
       COPY "PERCTASA.CPY".
       COPY "PERCMOV.CPY".
       COPY "CASTMOV.CPY".
       COPY "CASTWRK.CPY".
       COPY "REEMPLAZ.CPY".

       WORKING-STORAGE SECTION.

             88 FS-ORDENES-DEB-EOF              VALUE '10'.
             88 FS-ORDENES-DEB-NFD              VALUE '35'.

          05 FS-PLANES                     PIC X(2).
             88 FS-PLANES-OK                    VALUE '00'.
             88 FS-PLANES-EOF                   VALUE '10'.
             88 FS-PLANES-NFD                   VALUE '35'.

          05 FS-PLN-WRK                    PIC X(2).
             88 FS-PLN-WRK-OK                   VALUE '00'.
             88 FS-PLN-WRK-EOF                  VALUE '10'.
             88 FS-PLN-WRK-NFD                  VALUE '35'.
             88 FS-PLN-WRK-CLAVE-DUP            VALUE '22'.
             88 FS-PLN-WRK-CLAVE-NFD            VALUE '23'.

          05 FS-PERC-TASAS                 PIC X(2).
             88 FS-PERC-TASAS-OK                VALUE '00'.
             88 FS-PERC-TASAS-EOF               VALUE '10'.
             88 FS-PERC-TASAS-NFD               VALUE '35'.

          05 FS-PERCEPCIONES               PIC X(2).
             88 FS-PERCEPCIONES-OK              VALUE '00'.
             88 FS-PERCEPCIONES-EOF             VALUE '10'.
             88 FS-PERCEPCIONES-NFD             VALUE '35'.

          05 FS-CASTIGOS                   PIC X(2).
             88 FS-CASTIGOS-OK                  VALUE '00'.
             88 FS-CASTIGOS-EOF                 VALUE '10'.
             88 FS-CASTIGOS-NFD                 VALUE '35'.

          05 FS-CAS-WRK                    PIC X(2).
             88 FS-CAS-WRK-OK                   VALUE '00'.
             88 FS-CAS-WRK-EOF                  VALUE '10'.
             88 FS-CAS-WRK-NFD                  VALUE '35'.
             88 FS-CAS-WRK-CLAVE-DUP            VALUE '22'.
             88 FS-CAS-WRK-CLAVE-NFD            VALUE '23'.

          05 FS-REEMPLAZOS                 PIC X(2).
             88 FS-REEMPLAZOS-OK                VALUE '00'.
             88 FS-REEMPLAZOS-EOF               VALUE '10'.
             88 FS-REEMPLAZOS-NFD               VALUE '35'.

       01 WS-ENTRADA-EOF                     PIC X(1).
          88 WS-ENTRADA-EOF-YES              VALUE 'Y'.
          88 WS-ENTRADA-EOF-NO               VALUE 'N'.
          05 PTO-ACUMULADO     PIC ZZZ.ZZZ.ZZ9-.
      ******************************************************************

      * PLANES DE CUOTAS. PLANES-CUOTAS.SEQ SE VUELCA AL INICIAR AL
      * ARCHIVO DE TRABAJO CLAVEADO PLANES-WRK.VSAM (SIN LIMITE DE
      * CANTIDAD, TAMBIEN EN REIMPRESION PARA EL BLOQUE DE CUOTAS A
      * VENCER). LA CUOTA 1 DE UN CONSUMO FINANCIADO ABRE EL PLAN; CADA
      * CUOTA 2 A N QUE LLEGA EN EL FEED (WS-ES-CUOTA-PLAN) LO AVANZA Y
      * LA ULTIMA LO CIERRA; UNA DEVOLUCION POR EL TOTAL LO DA DE BAJA.
      * LAS CUOTAS 2 A N NO MUEVEN SALDO, CONTABILIDAD NI PUNTOS: EL
      * TOTAL DE LA COMPRA YA ENTRO CON LA CUOTA 1.
       01 WS-PLANES-EOF                      PIC X(1).
          88 WS-PLANES-EOF-YES               VALUE 'Y'.
          88 WS-PLANES-EOF-NO                VALUE 'N'.

       01 WS-PLN-WRK-EOF                     PIC X(1).
          88 WS-PLN-WRK-EOF-YES              VALUE 'Y'.
          88 WS-PLN-WRK-EOF-NO               VALUE 'N'.

       01 WS-SW-CUOTA-PLAN                   PIC X(01).
          88 WS-ES-CUOTA-PLAN                VALUE 'S'.
          88 WS-NO-ES-CUOTA-PLAN             VALUE 'N'.

       01 WS-SW-PLAN-DEVUELTO                PIC X(01).
          88 WS-PLAN-DEVUELTO                VALUE 'S'.
          88 WS-PLAN-NO-DEVUELTO             VALUE 'N'.

       01 WS-PERIODO-PLAN.
          05 WS-PER-PLN-ANIO                 PIC 9(04).
          05 WS-PER-PLN-MES                  PIC 9(02).
       01 WS-PERIODO-PLAN-N REDEFINES WS-PERIODO-PLAN
                                             PIC 9(06).

       77 WS-CANT-PLANES-ABIERTOS            PIC 9(06).
       77 WS-CANT-PLANES-CERRADOS            PIC 9(06).
       77 WS-CANT-PLANES-DEVUELTOS           PIC 9(06).
       77 WS-CANT-CUOTAS-VENCER-TARJ         PIC 9(04).
       77 WS-PLN-TARJ-BUSCADA                PIC X(19).
       77 WS-PLN-CUOTAS-PENDIENTES           PIC 9(02).
       77 WS-PLN-SALDO-PENDIENTE             PIC 9(08)V9(02).

      ******* LINEAS DEL BLOQUE DE CUOTAS A VENCER DEL RESUMEN ********
       01 LINEA-CUOTAS-TITULO.
          05 FILLER            PIC X(11) VALUE SPACES.
          05 FILLER            PIC X(33) VALUE 'Cuotas a vencer'.
          05 FILLER            PIC X(14) VALUE 'Pendientes'.
          05 FILLER            PIC X(14) VALUE '        Cuota'.
          05 FILLER            PIC X(14) VALUE '        Saldo'.

       01 LINEA-CUOTAS-VENCER.
          05 FILLER            PIC X(11) VALUE SPACES.
          05 CAV-DETALLE       PIC X(32).
          05 FILLER            PIC X VALUE SPACE.
          05 CAV-PENDIENTES    PIC Z9.
          05 FILLER            PIC X(04) VALUE ' de '.
          05 CAV-CANT-CUOTAS   PIC Z9.
          05 FILLER            PIC X(02) VALUE SPACES.
          05 CAV-IMPORTE-CUOTA PIC ZZ.ZZZ.ZZZ,ZZ.
          05 FILLER            PIC X VALUE SPACE.
          05 CAV-SALDO         PIC ZZ.ZZZ.ZZZ,ZZ.
          05 FILLER            PIC X VALUE SPACE.
          05 CAV-MONEDA        PIC X(03).
      ******************************************************************

      * PERCEPCIONES IMPOSITIVAS. TODO CONSUMO EN MONEDA EXTRANJERA
      * PAGA EN PESOS CADA IMPUESTO DE PERCEPCIONES-TASAS.SEQ CUYO
      * RANGO DE FECHAS CUBRA LA FECHA DEL CONSUMO, SOBRE EL IMPORTE
      * NETO DE DESCUENTO PASADO A PESOS A LA COTIZACION DEL DIA; UNA
      * DEVOLUCION EN MONEDA EXTRANJERA REINTEGRA LA PERCEPCION A LA
      * ALICUOTA VIGENTE A SU FECHA. LO PERCIBIDO ENTRA AL SALDO EN
      * PESOS DEL RESUMEN, TIENE SU PROPIO CONCEPTO EN EL EXTRACTO
      * CONTABLE Y SE ARCHIVA EN PERCEPCIONES.SEQ.
       01 WS-TABLA-PERC-TASAS.
          05 WS-CANT-PERC-TASAS             PIC 9(03) VALUE 0.
          05 WS-PTA-ITEM OCCURS 1 TO 100 TIMES
                          DEPENDING ON WS-CANT-PERC-TASAS
                          INDEXED BY WS-IX-PTA.
             10 WS-PTA-CODIGO                 PIC X(03).
             10 WS-PTA-DESCRIPCION            PIC X(20).
             10 WS-PTA-FECHA-DESDE            PIC X(10).
             10 WS-PTA-FECHA-HASTA            PIC X(10).
             10 WS-PTA-PORCENTAJE             PIC 9(01)V9(04).

       01 WS-PERC-TASAS-EOF                  PIC X(1).
          88 WS-PERC-TASAS-EOF-YES           VALUE 'Y'.
          88 WS-PERC-TASAS-EOF-NO            VALUE 'N'.

      * PERCEPCION NETA TOTAL DE LA CORRIDA, PARA EL EXTRACTO CONTABLE
      * (SIEMPRE EN PESOS), Y LOS DATOS DEL MOVIMIENTO EN CURSO.
       77 WS-GL-PERCEP-ARS                   PIC S9(13)V9(02).
       77 WS-PERC-IMPORTE-ORIGEN             PIC 9(08)V9(02).
       77 WS-PERC-BASE-PESOS                 PIC 9(10)V9(02).
       77 WS-PERC-IMPORTE                    PIC 9(08)V9(02).
       77 WS-CANT-PERCEPCIONES               PIC 9(08).
       77 WS-CANT-REINTEGROS-PERC            PIC 9(08).

      * TARJETAS CASTIGADAS (CASTIGOS-WRK.VSAM): SIN LIBRO DE CASTIGOS
      * NO SE CONSULTA EL ARCHIVO DE TRABAJO. UN PAGO DE UNA TARJETA
      * CASTIGADA NO ENTRA AL RESUMEN: SE POSTEA COMO RECUPERO.
       01 WS-CASTIGOS-EOF                    PIC X(1).
          88 WS-CASTIGOS-EOF-YES             VALUE 'Y'.
          88 WS-CASTIGOS-EOF-NO              VALUE 'N'.

       01 WS-SW-CASTIGOS                     PIC X(01).
          88 WS-CASTIGOS-PRESENTE            VALUE 'S'.
          88 WS-CASTIGOS-AUSENTE             VALUE 'N'.

       77 WS-CANT-RECUPEROS                  PIC 9(08).
       77 WS-RECUPERO-PESOS                  PIC 9(12)V9(02).
       77 WS-ACU-RECUPEROS-PESOS             PIC 9(14)V9(02).

      * REEMPLAZOS DE NUMERO POR REPOSICION (REEMPLAZOS.SEQ). LOS
      * CONSUMOS, DEVOLUCIONES Y PAGOS QUE LLEGAN CON EL NUMERO VIEJO
      * (YA DADO DE BAJA) SE FACTURAN A LA TARJETA VIGENTE QUE LO
      * REEMPLAZA. SIN ARCHIVO NO HUBO REPOSICIONES.
       01 WS-REEMPLAZOS-EOF                  PIC X(1).
          88 WS-REEMPLAZOS-EOF-YES           VALUE 'Y'.
          88 WS-REEMPLAZOS-EOF-NO            VALUE 'N'.

       01 WS-TABLA-REEMPLAZOS.
          05 WS-CANT-REEMP                  PIC 9(04) VALUE 0.
          05 WS-REE-ITEM OCCURS 1 TO 5000 TIMES
                          DEPENDING ON WS-CANT-REEMP
                          INDEXED BY WS-IX-REE.
             10 WS-REE-NRO-ANT                PIC X(19).
             10 WS-REE-NRO-NUE                PIC X(19).

      * TOPE DE SALTOS AL SEGUIR UNA CADENA DE REEMPLAZOS, CONTRA UN
      * ARCHIVO CORRUPTO CON UN CICLO.
       77 WS-MAX-SALTOS                      PIC 9(02) VALUE 10.
       77 WS-SALTOS                          PIC 9(02).

      * NUMERO A RESOLVER: ENTRA UN NUMERO Y SALE EL DE LA TARJETA
      * VIGENTE (EL MISMO SI NUNCA FUE REPUESTA).
       01 WS-NRO-VIGENTE                     PIC X(19).

       01 WS-SW-REEMPLAZO                    PIC X(01).
          88 WS-REEMPLAZO-HALLADO            VALUE 'S'.
          88 WS-REEMPLAZO-NO-HALLADO         VALUE 'N'.

      * UN CORTE REPUESTO ES EL BLOQUE DE UN NUMERO DADO DE BAJA QUE SE
      * FACTURA A SU TARJETA VIGENTE: WS-TARJETA-CORTE ES EL NUMERO DE
      * CONSUMOS.SEQ QUE GOBIERNA EL CORTE Y WS-TARJETA-ANTERIOR EL DE
      * LA TARJETA FACTURADA.
       01 WS-SW-CORTE                        PIC X(01).
          88 WS-CORTE-REPUESTO               VALUE 'S'.
          88 WS-CORTE-PROPIO                 VALUE 'N'.

       01 WS-SW-MORA-CORTE                   PIC X(01).
          88 WS-MORA-A-CONTAR                VALUE 'S'.
          88 WS-MORA-YA-CONTADA              VALUE 'N'.

       01 LINEA-DETALLE-PERC.
          05 FILLER            PIC X(11) VALUE SPACES.
          05 DPE-DESCRIPCION   PIC X(20).
          05 FILLER            PIC X VALUE SPACE.
          05 DPE-PORCENTAJE    PIC ZZ9,99.
          05 FILLER            PIC X VALUE '%'.
          05 FILLER            PIC X(19) VALUE SPACES.
          05 DPE-IMPORTE-PESOS PIC --.---.---,--.
      ******************************************************************

       01 WS-REG-MAESTRO.
          05 WS-MAE-CUENTA                  PIC 9(10).
          05 WS-MAE-NRO-TARJ                PIC X(19).
             88 WS-MAE-BLOQUEADA                VALUE 'B'.
             88 WS-MAE-CERRADA                  VALUE 'C'.
          05 WS-MAE-DIA-CORTE               PIC 9(02).
          05 WS-MAE-PORC-ADELANTO           PIC 9(03).
          05 WS-MAE-SALDO-ADELANTO          PIC 9(8)V99.

      *  ------ FECHA DEL SISTEMA ------------------
       01  WS-CURRENT-DATE-FIELDS.
      * SEPARADO DE LOS CONSUMOS.
             10 WS-MON-GL-CARGSERV           PIC S9(13)V9(02).
             10 WS-MON-GL-NETO-CTRL          PIC S9(13)V9(02).
      * RECUPEROS DE CARTERA CASTIGADA: FUERA DEL NETO FACTURADO, CON
      * SU PROPIA CONTRAPARTIDA.
             10 WS-MON-GL-RECUPEROS          PIC S9(13)V9(02).
      * PAGOS EN PESOS APLICADOS A SALDOS EN OTRA MONEDA: POSITIVO
      * (DEBE) EN ARS POR LOS PESOS APLICADOS, NEGATIVO (HABER) EN LA
      * MONEDA CANCELADA. ENTRA AL NETO FACTURADO DE CADA MONEDA.
             10 WS-MON-GL-CONVERSION         PIC S9(13)V9(02).
      * ADELANTOS EN EFECTIVO ('A'): CAPITAL ENTREGADO EN LA MONEDA DEL
      * ADELANTO. EL CARGO Y EL INTERES SE POSTEAN SIEMPRE EN PESOS.
             10 WS-MON-GL-ADELANTOS          PIC S9(13)V9(02).

       01 WS-SW-MONEDA                       PIC X(01).
          88 WS-MONEDA-ENCONTRADA            VALUE 'S'.
          05 WS-PORCENTAJE-APLICADO         PIC 9(3)V9(02).
          05 WS-PORC-FINANCIACION           PIC 9(3)V9(02).
          05 WS-TARJETA-ANTERIOR            PIC X(19).
          05 WS-TARJETA-CORTE               PIC X(19).
          05 WS-TARJETA-MAX-VISTA           PIC X(19) VALUE LOW-VALUES.
          05 WS-LIMITE-ANTERIOR             PIC 9(8)V9(02).
          05 WS-IMPORTE-AUX                 PIC S9(8)V9(02).
             88 WS-ACT-ACTUALIZADA              VALUE '00'.
             88 WS-ACT-TARJETA-NO-ENCONTRADA     VALUE '01'.
             88 WS-ACT-ERROR                    VALUE '02'.
          05 WS-ACT-SALDO-ADELANTO          PIC 9(8)V99.
          05 WS-PAGO-MIN                    PIC 9(8)V9(02).

       77 AUXILIAR  PIC S9(8)V99.
      * PAGOS RECIBIDOS (EN PESOS) DE LA TARJETA EN CURSO.
       77 WS-ACU-PAGOS-PESOS                 PIC 9(10)V9(02).

      * IMPUTACION DE LOS PAGOS DE LA TARJETA EN CURSO. CADA PAGO DEL
      * PERIODO SE ANOTA EN WS-TABLA-PAGOS-TARJ CON SU IMPORTE EN PESOS
      * A LA COTIZACION DEL DIA Y, AL CERRAR EL RESUMEN, SE IMPUTA EN
      * ORDEN DE LLEGADA A LOS CONCEPTOS DE WS-TABLA-IMPUTACION, SIEMPRE
      * EN ESTE ORDEN: CARGOS FINANCIEROS, CARGOS DE SERVICIO 'G',
      * CUOTAS DEL PERIODO, PAGO MINIMO VENCIDO DEL RESUMEN ANTERIOR Y
      * RESTO DEL SALDO. PASADOS LOS 50 PAGOS, LOS SIGUIENTES SE SUMAN
      * EN PESOS AL ULTIMO RENGLON DE LA TABLA.
       01 WS-TABLA-PAGOS-TARJ.
          05 WS-CANT-PAGOS-TARJ             PIC 9(02) VALUE 0.
          05 WS-PAG-ITEM OCCURS 50 TIMES
                          INDEXED BY WS-IX-PAG.
             10 WS-PAG-FECHA                 PIC X(10).
             10 WS-PAG-MONEDA                PIC X(03).
             10 WS-PAG-IMPORTE               PIC 9(08)V9(02).
             10 WS-PAG-PESOS                 PIC 9(10)V9(02).

       01 WS-TABLA-IMPUTACION.
          05 WS-IMP-ITEM OCCURS 5 TIMES
                          INDEXED BY WS-IX-IMP.
             10 WS-IMP-CONCEPTO              PIC X(24).
             10 WS-IMP-PENDIENTE             PIC 9(10)V9(02).

       01 WS-IMP-FECHA-TXT                   PIC X(10).
       01 WS-IMP-FECHA-NUM REDEFINES WS-IMP-FECHA-TXT.
          05 WS-IMP-ANIO                     PIC 9(04).
          05 FILLER                          PIC X(01).
          05 WS-IMP-MES                      PIC 9(02).
          05 FILLER                          PIC X(01).
          05 WS-IMP-DIA                      PIC 9(02).

       77 WS-IMP-RESTO-PAGO                  PIC 9(10)V9(02).
       77 WS-IMP-APLICADO                    PIC 9(10)V9(02).
      * CARGOS DE SERVICIO 'G' DEL PERIODO (EN PESOS) DE LA TARJETA.
       77 WS-ACU-CARGSERV-PESOS              PIC 9(10)V9(02).
       77 WS-CANT-PAGOS-IMPUTADOS            PIC 9(08).

      * PAGOS EN PESOS QUE CANCELAN SALDOS EN MONEDA EXTRANJERA. LO
      * PAGADO EN PESOS POR ENCIMA DEL SALDO EN PESOS SE APLICA A LAS
      * DEMAS MONEDAS A LA COTIZACION DEL DIA (PARAMETROS.SEQ).
       77 WS-ACU-PAGOS-ARS-TARJ              PIC 9(10)V9(02).
       77 WS-CONV-DISPONIBLE                 PIC 9(10)V9(02).
       77 WS-CONV-IMPORTE-MON                PIC 9(08)V9(02).
       77 WS-CONV-PESOS                      PIC 9(10)V9(02).
       77 WS-CANT-CONVERSIONES               PIC 9(08).

      ******* LINEAS DEL BLOQUE DE IMPUTACION DE PAGOS DEL RESUMEN *****
       01 LINEA-IMPUTACION-TITULO.
          05 FILLER            PIC X(11) VALUE SPACES.
          05 FILLER            PIC X(50) VALUE
             'Imputacion de los pagos del periodo'.
          05 FILLER            PIC X(13) VALUE '     Aplicado'.

       01 LINEA-IMPUTACION-PAGO.
          05 FILLER            PIC X(11) VALUE SPACES.
          05 FILLER            PIC X(09) VALUE 'Pago del '.
          05 IMP-DIA           PIC 99.
          05 FILLER            PIC X VALUE '/'.
          05 IMP-MES           PIC 99.
          05 FILLER            PIC X VALUE '/'.
          05 IMP-ANIO          PIC 9999.
          05 FILLER            PIC X(02) VALUE SPACES.
          05 IMP-MONEDA-PAGO   PIC X(03).
          05 FILLER            PIC X VALUE SPACE.
          05 IMP-IMPORTE-PAGO  PIC ZZ.ZZZ.ZZZ,ZZ.
          05 FILLER            PIC X(04) VALUE ' = $'.
          05 IMP-PESOS-PAGO    PIC ZZ.ZZZ.ZZZ,ZZ.

       01 LINEA-IMPUTACION-CONCEPTO.
          05 FILLER            PIC X(14) VALUE SPACES.
          05 IMC-CONCEPTO      PIC X(24).
          05 FILLER            PIC X(23) VALUE SPACES.
          05 IMC-IMPORTE       PIC ZZ.ZZZ.ZZZ,ZZ.

       01 LINEA-CONVERSION-PAGO.
          05 FILLER            PIC X(11) VALUE SPACES.
          05 FILLER            PIC X(22) VALUE 'Pago en pesos a saldo '.
          05 CNV-MONEDA        PIC X(03).
          05 FILLER            PIC X VALUE SPACE.
          05 CNV-IMPORTE-MON   PIC ZZ.ZZZ.ZZZ,ZZ.
          05 FILLER            PIC X(07) VALUE ' a cot.'.
          05 CNV-COTIZACION    PIC ZZ.ZZZ.ZZZ,ZZ.
          05 FILLER            PIC X(04) VALUE ' = $'.
          05 CNV-PESOS         PIC ZZ.ZZZ.ZZZ,ZZ.
      ******************************************************************

      * ADELANTOS EN EFECTIVO ('A'): CARGO FIJO EN PESOS POR CADA
      * EXTRACCION Y TASA NOMINAL ANUAL DEL INTERES (PARAMETROS.SEQ,
      * REGISTRO 'E'); EL INTERES SE DEVENGA POR DIA A LA TASA ANUAL /
      * 365, DESDE LA FECHA DEL ADELANTO HASTA LA FECHA DE CORTE. EL
      * SALDO DE ADELANTOS ARRASTRADO DEL RESUMEN ANTERIOR NO PAGA EL
      * CARGO FINANCIERO REVOLVENTE SINO WS-DIAS-PERIODO-ADE DIAS DE
      * INTERES A LA MISMA TASA.
       77 WS-CARGO-ADELANTO                  PIC 9(06)V9(02).
       77 WS-TNA-ADELANTO                    PIC 9(03)V9(02).
       77 WS-TASA-DIARIA-ADE                 PIC 9V9(08).
       77 WS-DIAS-PERIODO-ADE                PIC 9(02) VALUE 30.

      * ADELANTOS DE LA TARJETA EN CURSO, EN PESOS: CAPITAL DEL
      * PERIODO, CARGOS E INTERESES DEVENGADOS (SUMAN AL SALDO Y SE
      * EXIGEN ENTEROS EN EL PAGO MINIMO), SALDO ARRASTRADO Y SU
      * INTERES, LO QUE LOS PAGOS CUBRIERON MAS ALLA DE LOS CARGOS Y
      * LAS CUOTAS (CANCELA PRIMERO LOS ADELANTOS) Y EL SALDO DE
      * ADELANTOS QUE QUEDA AL CIERRE PARA EL MAESTRO.
       77 WS-ACU-ADELANTOS-PESOS             PIC 9(10)V9(02).
       77 WS-ACU-CARGOS-ADE-PESOS            PIC 9(10)V9(02).
       77 WS-ADE-SALDO-ANT                   PIC 9(08)V9(02).
       77 WS-ADE-INTERES-ANT                 PIC 9(08)V9(02).
       77 WS-ADE-PAGADO                      PIC 9(10)V9(02).
       77 WS-ADE-SALDO-CALC                  PIC S9(10)V9(02).
       77 WS-ADE-SALDO-NUEVO                 PIC 9(08)V9(02).
       77 WS-BASE-REVOLVENTE                 PIC 9(10)V9(02).
       77 WS-ADE-PESOS-AUX                   PIC 9(10)V9(02).
       77 WS-ADE-INTERES-AUX                 PIC 9(08)V9(02).
       77 WS-ADE-FECHA-MOV                   PIC 9(08).
       77 WS-ADE-DIAS-CALC                   PIC S9(06).

      * TOTALES DE LA CORRIDA: CANTIDAD DE ADELANTOS FACTURADOS Y
      * CARGOS E INTERESES DE ADELANTOS PARA EL EXTRACTO CONTABLE.
       77 WS-CANT-ADELANTOS                  PIC 9(08).
       77 WS-GL-CARGOS-ADE-ARS               PIC S9(13)V9(02).
       77 WS-GL-INTERES-ADE-ARS              PIC S9(13)V9(02).

      * LOS ADELANTOS NO SE IMPRIMEN ENTRE LOS MOVIMIENTOS: SE ANOTAN
      * EN WS-TABLA-ADELANTOS-TARJ Y SALEN EN SU PROPIO BLOQUE ANTES
      * DE LOS TOTALES. PASADOS LOS 50 ADELANTOS, LOS SIGUIENTES SE
      * SUMAN EN PESOS AL ULTIMO RENGLON DE LA TABLA.
       01 WS-TABLA-ADELANTOS-TARJ.
          05 WS-CANT-ADELANTOS-TARJ         PIC 9(02) VALUE 0.
          05 WS-ADE-ITEM OCCURS 50 TIMES
                          INDEXED BY WS-IX-ADE.
             10 WS-ADE-FECHA                 PIC X(10).
             10 WS-ADE-DETALLE               PIC X(32).
             10 WS-ADE-MONEDA                PIC X(03).
             10 WS-ADE-IMPORTE               PIC 9(08)V9(02).
             10 WS-ADE-PESOS                 PIC 9(10)V9(02).
             10 WS-ADE-CARGO                 PIC 9(08)V9(02).
             10 WS-ADE-DIAS                  PIC 9(04).
             10 WS-ADE-INTERES               PIC 9(08)V9(02).

      ******* LINEAS DEL BLOQUE DE ADELANTOS EN EFECTIVO DEL RESUMEN ***
       01 LINEA-ADELANTO-TITULO.
          05 FILLER            PIC X(11) VALUE SPACES.
          05 FILLER            PIC X(50) VALUE
             'Adelantos en efectivo'.
          05 FILLER            PIC X(13) VALUE '        Pesos'.

       01 LINEA-ADELANTO-MOV.
          05 FILLER            PIC X(11) VALUE SPACES.
          05 ADM-DIA           PIC 99.
          05 FILLER            PIC X VALUE '/'.
          05 ADM-MES           PIC 99.
          05 FILLER            PIC X VALUE '/'.
          05 ADM-ANIO          PIC 9999.
          05 FILLER            PIC X VALUE SPACE.
          05 ADM-DETALLE       PIC X(17).
          05 FILLER            PIC X VALUE SPACE.
          05 ADM-MONEDA        PIC X(03).
          05 FILLER            PIC X VALUE SPACE.
          05 ADM-IMPORTE       PIC ZZ.ZZZ.ZZZ,ZZ.
          05 FILLER            PIC X(04) VALUE ' = $'.
          05 ADM-PESOS         PIC ZZ.ZZZ.ZZZ,ZZ.

       01 LINEA-ADELANTO-CARGO.
          05 FILLER            PIC X(14) VALUE SPACES.
          05 FILLER            PIC X(47) VALUE
             'Cargo por extraccion'.
          05 ADC-IMPORTE       PIC ZZ.ZZZ.ZZZ,ZZ.

       01 LINEA-ADELANTO-INTERES.
          05 FILLER            PIC X(14) VALUE SPACES.
          05 FILLER            PIC X(08) VALUE 'Interes '.
          05 ADI-DIAS          PIC ZZZ9.
          05 FILLER            PIC X(09) VALUE ' dias al '.
          05 ADI-TNA           PIC ZZ9,99.
          05 FILLER            PIC X(20) VALUE '% TNA'.
          05 ADI-IMPORTE       PIC ZZ.ZZZ.ZZZ,ZZ.

       01 LINEA-ADELANTO-ARRASTRE.
          05 FILLER            PIC X(11) VALUE SPACES.
          05 FILLER            PIC X(23) VALUE
             'Interes s/saldo ant. $'.
          05 ADA-SALDO         PIC ZZ.ZZZ.ZZZ,ZZ.
          05 FILLER            PIC X(01) VALUE SPACE.
          05 ADA-DIAS          PIC Z9.
          05 FILLER            PIC X(11) VALUE ' dias'.
          05 ADA-IMPORTE       PIC ZZ.ZZZ.ZZZ,ZZ.

       01 LINEA-ADELANTO-TOTAL.
          05 FILLER            PIC X(14) VALUE SPACES.
          05 FILLER            PIC X(47) VALUE
             'Total cargos e intereses de adelantos'.
          05 ADT-IMPORTE       PIC ZZ.ZZZ.ZZZ,ZZ.
      ******************************************************************

       77 WS-CANT-BLOQUEOS-GEN               PIC 9(08).

      * DATOS DE LA TARJETA A BLOQUEAR QUE CAMBIAN SEGUN QUIEN PIDE EL
      * EL RESTO DE LA TRANSACCION 'C' SALE DE WS-REG-MAESTRO.
       77 WS-BLOQUEO-NRO-TARJ                 PIC X(19).
       77 WS-BLOQUEO-SALDO                    PIC S9(08)V9(02).
       77 WS-BLOQUEO-SALDO-ADE                PIC 9(08)V9(02).

      * ACUMULADORES DEL REPORTE DE ANTIGUEDAD DE MORA.
       01 WS-AGING.
              THRU 1050-LEER-PARAMETROS-FIN.

           MOVE 0 TO WS-GL-CARGOS-ARS.
           MOVE 0 TO WS-GL-CARGOS-ADE-ARS.
           MOVE 0 TO WS-GL-INTERES-ADE-ARS.
           MOVE 0 TO WS-GL-TOTAL-DEBE.
           MOVE 0 TO WS-GL-TOTAL-HABER.
           PERFORM 1082-INICIAR-GL-MONEDA
           PERFORM 1048-LEER-CAMPANIAS
              THRU 1048-LEER-CAMPANIAS-FIN.

           PERFORM 1049-LEER-PERC-TASAS
              THRU 1049-LEER-PERC-TASAS-FIN.
           MOVE 0 TO WS-GL-PERCEP-ARS.
           MOVE 0 TO WS-CANT-PERCEPCIONES.
           MOVE 0 TO WS-CANT-REINTEGROS-PERC.

           MOVE 0 TO WS-PUNTOS-GANADOS.
           MOVE 0 TO WS-PUNTOS-AJUSTES.

           PERFORM 1088-LEER-MOROSIDAD
              THRU 1088-LEER-MOROSIDAD-FIN.

           PERFORM 1046-LEER-PLANES-CUOTAS
              THRU 1046-LEER-PLANES-CUOTAS-FIN.

           PERFORM 1044-LEER-CASTIGOS
              THRU 1044-LEER-CASTIGOS-FIN.

           PERFORM 1043-LEER-REEMPLAZOS
              THRU 1043-LEER-REEMPLAZOS-FIN.
           MOVE 0 TO WS-CANT-RECUPEROS.
           MOVE 0 TO WS-ACU-RECUPEROS-PESOS.

      * EN MODO REIMPRESION NO HAY RETOMA NI CHECKPOINT NUEVO, Y EL
      * ARCHIVO DE BLOQUEOS AUTOMATICOS NO SE TOCA.
           IF WS-NO-ES-REIMPRESION
           MOVE 0 TO WS-CANT-BLOQUEOS-GEN.
           MOVE 0 TO WS-CANT-ORDENES-GEN.
           MOVE 0 TO WS-ACU-PAGOS-PESOS.
           MOVE 0 TO WS-ACU-PAGOS-ARS-TARJ.
           MOVE 0 TO WS-ACU-CARGSERV-PESOS.
           MOVE 0 TO WS-CANT-PAGOS-TARJ.
           MOVE 0 TO WS-CANT-PAGOS-IMPUTADOS.
           MOVE 0 TO WS-CANT-CONVERSIONES.
           MOVE 0 TO WS-CANT-ADELANTOS.
           MOVE 0 TO WS-CANT-ADELANTOS-TARJ.
           MOVE 0 TO WS-ACU-ADELANTOS-PESOS.
           MOVE 0 TO WS-ACU-CARGOS-ADE-PESOS.
           MOVE 0 TO WS-ADE-PAGADO.
           INITIALIZE WS-AGING.

      * EL EXTRACTO ESTRUCTURADO SOLO SE GENERA EN CORRIDA NORMAL: EL
              END-IF
           END-IF.

      * EL REGISTRO DE PERCEPCIONES SIGUE LA MISMA REGLA QUE EL
      * HISTORIAL: SE AGREGA EN EXTEND Y NO SE TOCA EN REIMPRESION.
           IF WS-NO-ES-REIMPRESION
              OPEN EXTEND PERCEPCIONES
              IF FS-PERCEPCIONES-NFD
                 OPEN OUTPUT PERCEPCIONES
              END-IF
              IF NOT FS-PERCEPCIONES-OK
                 DISPLAY 'ERROR AL ABRIR EL REGISTRO DE PERCEPCIONES'
                 DISPLAY 'FILE STATUS: ' FS-PERCEPCIONES
              END-IF
           END-IF.

      * LOS RECUPEROS SE AGREGAN AL LIBRO DE CASTIGOS CON LA MISMA
      * REGLA: EXTEND EN CORRIDA NORMAL, INTACTO EN REIMPRESION.
           IF WS-NO-ES-REIMPRESION
              OPEN EXTEND CASTIGOS
              IF FS-CASTIGOS-NFD
                 OPEN OUTPUT CASTIGOS
              END-IF
              IF NOT FS-CASTIGOS-OK
                 DISPLAY 'ERROR AL ABRIR EL LIBRO DE CASTIGOS'
                 DISPLAY 'FILE STATUS: ' FS-CASTIGOS
              END-IF
           END-IF.

      * EL ARCHIVO DE CIERRES DE PERIODO: EN CORRIDA NORMAL SE ABRE EN
      * EXTEND PARA ARCHIVAR EL SALDO ANTERIOR DE CADA TARJETA QUE
      * CIERRA; EN REIMPRESION SE CARGA A MEMORIA PARA RECONSTRUIR
           MOVE 360,55 TO WS-COTIZACION.
           MOVE 0,1 TO WS-PORCENTAJE-DTO.
           MOVE 0,03 TO WS-PORC-FINANCIACION.
           MOVE 250,00 TO WS-CARGO-ADELANTO.
           MOVE 90,00 TO WS-TNA-ADELANTO.
           MOVE 1 TO WS-CANT-MONEDAS.
           MOVE "ARS" TO WS-MON-CODIGO(1).
           MOVE 1,00 TO WS-MON-COTIZACION(1).
           PERFORM 1080-VERIFICAR-USD
              THRU 1080-VERIFICAR-USD-FIN.

           DIVIDE WS-TNA-ADELANTO BY 36500
               GIVING WS-TASA-DIARIA-ADE.

       1050-LEER-PARAMETROS-FIN.
           EXIT.
      *----------------------------------------------------------------*
                    IF PAR-MONEDA = "USD"
                       MOVE PAR-COTIZACION TO WS-COTIZACION
                    END-IF
               WHEN PAR-TIPO-ADELANTO
                    MOVE PAR-CARGO-ADELANTO TO WS-CARGO-ADELANTO
                    MOVE PAR-TNA-ADELANTO   TO WS-TNA-ADELANTO
           END-EVALUATE.

           PERFORM 1060-LEER-REG-PARAMETRO
           MOVE 0 TO WS-MON-GL-DTOS(WS-IX-MON).
           MOVE 0 TO WS-MON-GL-CARGSERV(WS-IX-MON).
           MOVE 0 TO WS-MON-GL-NETO-CTRL(WS-IX-MON).
           MOVE 0 TO WS-MON-GL-RECUPEROS(WS-IX-MON).
           MOVE 0 TO WS-MON-GL-CONVERSION(WS-IX-MON).
           MOVE 0 TO WS-MON-GL-ADELANTOS(WS-IX-MON).

       1082-INICIAR-GL-MONEDA-FIN.
           EXIT.
       1053-CARGAR-REG-ENROLADO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * 1046-LEER-PLANES-CUOTAS : VUELCA LOS PLANES DE CUOTAS DE        *
      * PLANES-CUOTAS.SEQ AL ARCHIVO DE TRABAJO CLAVEADO                *
      * PLANES-WRK.VSAM, SIN LIMITE DE PLANES. SIN ARCHIVO NO HAY       *
      * PLANES ABIERTOS (PRIMERA CORRIDA). SE CARGA TAMBIEN EN MODO     *
      * REIMPRESION, SOLO PARA IMPRIMIR LAS CUOTAS A VENCER. UN ERROR   *
      * AL GRABAR EL ARCHIVO DE TRABAJO DETIENE LA CORRIDA: UN PLAN NO  *
      * CARGADO SE PERDERIA AL REGRABAR Y SUS CUOTAS NO SE COBRARIAN.   *
      *----------------------------------------------------------------*
       1046-LEER-PLANES-CUOTAS.

           SET WS-PLANES-EOF-NO TO TRUE.
           MOVE 0 TO WS-CANT-PLANES-ABIERTOS.
           MOVE 0 TO WS-CANT-PLANES-CERRADOS.
           MOVE 0 TO WS-CANT-PLANES-DEVUELTOS.
           MOVE WS-CURRENT-YEAR  TO WS-PER-PLN-ANIO.
           MOVE WS-CURRENT-MONTH TO WS-PER-PLN-MES.

           OPEN OUTPUT PLANES-WRK.
           IF NOT FS-PLN-WRK-OK
              DISPLAY '*** NO SE PUDO CREAR PLANES-WRK.VSAM ***'
              DISPLAY 'FILE STATUS: ' FS-PLN-WRK
              STOP RUN
           END-IF.
           CLOSE PLANES-WRK.
           OPEN I-O PLANES-WRK.
           IF NOT FS-PLN-WRK-OK
              DISPLAY '*** NO SE PUDO ABRIR PLANES-WRK.VSAM ***'
              DISPLAY 'FILE STATUS: ' FS-PLN-WRK
              STOP RUN
           END-IF.

           OPEN INPUT PLANES-CUOTAS.

           EVALUATE TRUE
               WHEN FS-PLANES-OK
                    PERFORM 1046-LEER-REG-PLAN
                       THRU 1046-LEER-REG-PLAN-FIN
                    PERFORM 1046-CARGAR-REG-PLAN
                       THRU 1046-CARGAR-REG-PLAN-FIN
                      UNTIL WS-PLANES-EOF-YES
                    CLOSE PLANES-CUOTAS
               WHEN FS-PLANES-NFD
                    CONTINUE
               WHEN OTHER
                    DISPLAY '*** ERROR AL ABRIR PLANES-CUOTAS.SEQ, SE '
                            'DETIENE LA CORRIDA ***'
                    DISPLAY 'FILE STATUS: ' FS-PLANES
                    STOP RUN
           END-EVALUATE.

       1046-LEER-PLANES-CUOTAS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1046-LEER-REG-PLAN.

           READ PLANES-CUOTAS
             AT END
                SET WS-PLANES-EOF-YES         TO TRUE
             NOT AT END
                SET WS-PLANES-EOF-NO          TO TRUE
           END-READ.

       1046-LEER-REG-PLAN-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1046-CARGAR-REG-PLAN.

           MOVE PLN-NRO-TARJ      TO PLW-NRO-TARJ.
           MOVE PLN-FECHA-COMPRA  TO PLW-FECHA-COMPRA.
           MOVE PLN-DETALLE       TO PLW-DETALLE.
           MOVE PLN-MONEDA        TO PLW-MONEDA.
           MOVE PLN-CATEGORIA     TO PLW-CATEGORIA.
           MOVE PLN-IMPORTE-TOTAL TO PLW-IMPORTE-TOTAL.
           MOVE PLN-IMPORTE-CUOTA TO PLW-IMPORTE-CUOTA.
           MOVE PLN-CANT-CUOTAS   TO PLW-CANT-CUOTAS.
           MOVE PLN-ULT-CUOTA     TO PLW-ULT-CUOTA.
           MOVE PLN-PER-ULT-CUOTA TO PLW-PER-ULT-CUOTA.
           MOVE PLN-ESTADO        TO PLW-ESTADO.
           MOVE PLN-PER-ALTA      TO PLW-PER-ALTA.
           MOVE PLN-PER-CIERRE    TO PLW-PER-CIERRE.
           WRITE REG-PLN-WRK.

           IF FS-PLN-WRK-CLAVE-DUP
              REWRITE REG-PLN-WRK
           END-IF.

           IF NOT FS-PLN-WRK-OK
              DISPLAY '*** ERROR AL CARGAR PLANES-WRK.VSAM, SE '
                      'DETIENE LA CORRIDA ***'
              DISPLAY 'FILE STATUS: ' FS-PLN-WRK
              STOP RUN
           END-IF.

           PERFORM 1046-LEER-REG-PLAN
              THRU 1046-LEER-REG-PLAN-FIN.

       1046-CARGAR-REG-PLAN-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * 1044-LEER-CASTIGOS : VUELCA EL LIBRO DE CASTIGOS AL ARCHIVO DE  *
      * TRABAJO CLAVEADO CASTIGOS-WRK.VSAM (UNA LINEA POR TARJETA       *
      * CASTIGADA). SIN LIBRO NO HAY TARJETAS CASTIGADAS Y LOS PAGOS    *
      * SIGUEN SU CURSO NORMAL. SE CARGA TAMBIEN EN REIMPRESION, PARA   *
      * QUE EL RESUMEN REIMPRESO EXCLUYA LOS MISMOS RECUPEROS. UN ERROR *
      * AL GRABAR EL ARCHIVO DE TRABAJO DETIENE LA CORRIDA: UN PAGO DE  *
      * UNA TARJETA NO CARGADA SE RECHAZARIA EN LUGAR DE RECUPERARSE.   *
      *----------------------------------------------------------------*
       1044-LEER-CASTIGOS.

           SET WS-CASTIGOS-EOF-NO TO TRUE.
           SET WS-CASTIGOS-AUSENTE TO TRUE.

           OPEN OUTPUT CASTIGOS-WRK.
           IF NOT FS-CAS-WRK-OK
              DISPLAY '*** NO SE PUDO CREAR CASTIGOS-WRK.VSAM ***'
              DISPLAY 'FILE STATUS: ' FS-CAS-WRK
              STOP RUN
           END-IF.
           CLOSE CASTIGOS-WRK.
           OPEN I-O CASTIGOS-WRK.
           IF NOT FS-CAS-WRK-OK
              DISPLAY '*** NO SE PUDO ABRIR CASTIGOS-WRK.VSAM ***'
              DISPLAY 'FILE STATUS: ' FS-CAS-WRK
              STOP RUN
           END-IF.

           OPEN INPUT CASTIGOS.

           EVALUATE TRUE
               WHEN FS-CASTIGOS-OK
                    SET WS-CASTIGOS-PRESENTE TO TRUE
                    PERFORM 1044-LEER-REG-CASTIGO
                       THRU 1044-LEER-REG-CASTIGO-FIN
                    PERFORM 1044-CARGAR-REG-CASTIGO
                       THRU 1044-CARGAR-REG-CASTIGO-FIN
                      UNTIL WS-CASTIGOS-EOF-YES
                    CLOSE CASTIGOS
               WHEN FS-CASTIGOS-NFD
                    CONTINUE
               WHEN OTHER
                    DISPLAY '*** ERROR AL ABRIR CASTIGOS.SEQ, SE '
                            'DETIENE LA CORRIDA ***'
                    DISPLAY 'FILE STATUS: ' FS-CASTIGOS
                    STOP RUN
           END-EVALUATE.

       1044-LEER-CASTIGOS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1044-LEER-REG-CASTIGO.

           READ CASTIGOS
             AT END
                SET WS-CASTIGOS-EOF-YES       TO TRUE
             NOT AT END
                SET WS-CASTIGOS-EOF-NO        TO TRUE
           END-READ.

       1044-LEER-REG-CASTIGO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * SOLO INTERESA SABER QUE LA TARJETA ESTA CASTIGADA: LOS IMPORTES *
      * DEL LIBRO LOS TOTALIZA CASTTARJ EN SU REPORTE.                  *
      *----------------------------------------------------------------*
       1044-CARGAR-REG-CASTIGO.

           IF CAS-ES-CASTIGO
              MOVE CAS-NRO-TARJ      TO CAW-NRO-TARJ
              MOVE CAS-CUENTA        TO CAW-CUENTA
              MOVE CAS-MONEDA        TO CAW-MONEDA
              MOVE CAS-FECHA         TO CAW-FECHA-CASTIGO
              MOVE CAS-IMPORTE       TO CAW-CASTIGADO
              MOVE CAS-IMPORTE-PESOS TO CAW-CASTIGADO-PESOS
              MOVE 0                 TO CAW-RECUPERADO-PESOS
              MOVE 0                 TO CAW-RECUP-PERIODO-PESOS
              SET CAW-CASTIGO-ANTERIOR TO TRUE
              WRITE REG-CAS-WRK

              IF FS-CAS-WRK-CLAVE-DUP
                 REWRITE REG-CAS-WRK
              END-IF

              IF NOT FS-CAS-WRK-OK
                 DISPLAY '*** ERROR AL CARGAR CASTIGOS-WRK.VSAM, SE '
                         'DETIENE LA CORRIDA ***'
                 DISPLAY 'FILE STATUS: ' FS-CAS-WRK
                 STOP RUN
              END-IF
           END-IF.

           PERFORM 1044-LEER-REG-CASTIGO
              THRU 1044-LEER-REG-CASTIGO-FIN.

       1044-CARGAR-REG-CASTIGO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * 1043-LEER-REEMPLAZOS : CARGA LA TABLA DE REEMPLAZOS DE NUMERO.  *
      * SIN ARCHIVO NO HUBO REPOSICIONES Y UN NUMERO DADO DE BAJA SE    *
      * RECHAZA COMO SIEMPRE. UNA TABLA LLENA DETIENE LA CORRIDA: LOS   *
      * MOVIMIENTOS DE UN NUMERO NO CARGADO SE RECHAZARIAN EN LUGAR DE  *
      * FACTURARSE.                                                     *
      *----------------------------------------------------------------*
       1043-LEER-REEMPLAZOS.

           MOVE 0 TO WS-CANT-REEMP.
           SET WS-REEMPLAZOS-EOF-NO TO TRUE.

           OPEN INPUT REEMPLAZOS.

           EVALUATE TRUE
               WHEN FS-REEMPLAZOS-OK
                    PERFORM 1043-LEER-REG-REEMPLAZO
                       THRU 1043-LEER-REG-REEMPLAZO-FIN
                    PERFORM 1043-CARGAR-REG-REEMPLAZO
                       THRU 1043-CARGAR-REG-REEMPLAZO-FIN
                      UNTIL WS-REEMPLAZOS-EOF-YES
                    CLOSE REEMPLAZOS
               WHEN FS-REEMPLAZOS-NFD
                    CONTINUE
               WHEN OTHER
                    DISPLAY '*** ERROR AL ABRIR REEMPLAZOS.SEQ, SE '
                            'DETIENE LA CORRIDA ***'
                    DISPLAY 'FILE STATUS: ' FS-REEMPLAZOS
                    STOP RUN
           END-EVALUATE.

       1043-LEER-REEMPLAZOS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1043-LEER-REG-REEMPLAZO.

           READ REEMPLAZOS
             AT END
                SET WS-REEMPLAZOS-EOF-YES     TO TRUE
             NOT AT END
                SET WS-REEMPLAZOS-EOF-NO      TO TRUE
           END-READ.

       1043-LEER-REG-REEMPLAZO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1043-CARGAR-REG-REEMPLAZO.

           IF WS-CANT-REEMP < 5000
              ADD 1 TO WS-CANT-REEMP
              MOVE RMP-NRO-TARJ-ANT TO WS-REE-NRO-ANT(WS-CANT-REEMP)
              MOVE RMP-NRO-TARJ-NUE TO WS-REE-NRO-NUE(WS-CANT-REEMP)
           ELSE
              DISPLAY '*** TABLA DE REEMPLAZOS LLENA, SE DETIENE '
                      'LA CORRIDA ***'
              STOP RUN
           END-IF.

           PERFORM 1043-LEER-REG-REEMPLAZO
              THRU 1043-LEER-REG-REEMPLAZO-FIN.

       1043-CARGAR-REG-REEMPLAZO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * 1047-LEER-LIMITES-CUENTA : CARGA LAS LINEAS DE CREDITO POR      *
      * CUENTA. SIN LIMITES-CUENTA.SEQ LA TABLA QUEDA VACIA Y EL        *
      * AVISO DE LIMITE SIGUE POR TARJETA.                              *
       1048-CARGAR-REG-CAMPANIA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * 1049-LEER-PERC-TASAS : CARGA LA TABLA DE ALICUOTAS DE LAS       *
      * PERCEPCIONES IMPOSITIVAS SOBRE CONSUMOS EN MONEDA EXTRANJERA.   *
      * SIN PERCEPCIONES-TASAS.SEQ NO SE PERCIBE NINGUN IMPUESTO, Y SE  *
      * AVISA POR CONSOLA PORQUE LA FACTURACION QUEDA INCOMPLETA ANTE   *
      * EL FISCO.                                                       *
      *----------------------------------------------------------------*
       1049-LEER-PERC-TASAS.

           MOVE 0 TO WS-CANT-PERC-TASAS.
           SET WS-PERC-TASAS-EOF-NO TO TRUE.

           OPEN INPUT PERCEPCIONES-TASAS.

           EVALUATE TRUE
               WHEN FS-PERC-TASAS-OK
                    PERFORM 1049-LEER-REG-PERC-TASA
                       THRU 1049-LEER-REG-PERC-TASA-FIN
                    PERFORM 1049-CARGAR-REG-PERC-TASA
                       THRU 1049-CARGAR-REG-PERC-TASA-FIN
                      UNTIL WS-PERC-TASAS-EOF-YES
                    CLOSE PERCEPCIONES-TASAS
               WHEN FS-PERC-TASAS-NFD
                    DISPLAY '*** NO SE ENCUENTRA PERCEPCIONES-TASAS.SEQ'
                            ', NO SE PERCIBEN IMPUESTOS ***'
               WHEN OTHER
                    DISPLAY '*** ERROR AL ABRIR PERCEPCIONES-TASAS.SEQ'
                            ', NO SE PERCIBEN IMPUESTOS ***'
                    DISPLAY 'FILE STATUS: ' FS-PERC-TASAS
           END-EVALUATE.

       1049-LEER-PERC-TASAS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1049-LEER-REG-PERC-TASA.

           READ PERCEPCIONES-TASAS
             AT END
                SET WS-PERC-TASAS-EOF-YES     TO TRUE
             NOT AT END
                SET WS-PERC-TASAS-EOF-NO      TO TRUE
           END-READ.

       1049-LEER-REG-PERC-TASA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1049-CARGAR-REG-PERC-TASA.

           IF WS-CANT-PERC-TASAS < 100
              ADD 1 TO WS-CANT-PERC-TASAS
              MOVE PTA-CODIGO
                TO WS-PTA-CODIGO(WS-CANT-PERC-TASAS)
              MOVE PTA-DESCRIPCION
                TO WS-PTA-DESCRIPCION(WS-CANT-PERC-TASAS)
              MOVE PTA-FECHA-DESDE
                TO WS-PTA-FECHA-DESDE(WS-CANT-PERC-TASAS)
              MOVE PTA-FECHA-HASTA
                TO WS-PTA-FECHA-HASTA(WS-CANT-PERC-TASAS)
              MOVE PTA-PORCENTAJE
                TO WS-PTA-PORCENTAJE(WS-CANT-PERC-TASAS)
           ELSE
              DISPLAY '*** MAS DE 100 ALICUOTAS DE PERCEPCION, SE '
                      'IGNORA: ' PTA-CODIGO ' ' PTA-FECHA-DESDE ' ***'
           END-IF.

           PERFORM 1049-LEER-REG-PERC-TASA
              THRU 1049-LEER-REG-PERC-TASA-FIN.

       1049-CARGAR-REG-PERC-TASA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * 1054-LEER-CANJES : SUMA POR TARJETA LOS PUNTOS CANJEADOS EN EL  *
      * PERIODO DE LA CORRIDA, LEYENDO CANJES-HISTORIAL.SEQ. SIN        *
      * ARCHIVO, EL RESUMEN NO IMPRIME LA LINEA DE CANJEADOS.           *
      * MAESTRO PUEDE SEGUIR SIN HABILITAR EL CONSUMO: VENCIDA, O CON   *
      * SU CUENTA BLOQUEADA O DADA DE BAJA. SE RECHAZA CON UN CODIGO    *
      * DE ERROR PROPIO PARA CADA MOTIVO EN LUGAR DE TRATARLA COMO      *
      * TARJETA INEXISTENTE (CODIGO "02"). UN PAGO DE UNA TARJETA       *
      * CASTIGADA NO SE RECHAZA NI ENTRA AL RESUMEN: SE POSTEA COMO     *
      * RECUPERO Y EL REGISTRO SE DA POR CONSUMIDO. UN CONSUMO,         *
      * DEVOLUCION O PAGO DE UN NUMERO DADO DE BAJA POR REPOSICION SE   *
      * FACTURA A LA TARJETA VIGENTE QUE LO REEMPLAZA, Y ES EL ESTADO   *
      * DE ESA TARJETA EL QUE SE VALIDA.                                *
      *----------------------------------------------------------------*
       2160-VALIDAR-ESTADO-TARJETA.

           SET WS-TARJETA-OK TO TRUE.
           SET WS-CORTE-PROPIO TO TRUE.

           IF ENT-ES-PAGO AND WS-CASTIGOS-PRESENTE
              MOVE ENT-NRO-TARJETA TO CAW-NRO-TARJ
              READ CASTIGOS-WRK KEY IS CAW-NRO-TARJ
              IF FS-CAS-WRK-OK
                 PERFORM 2175-POSTEAR-RECUPERO
                    THRU 2175-POSTEAR-RECUPERO-FIN
                 SET WS-TARJETA-INVALIDA TO TRUE
              END-IF
           END-IF.

           IF WS-TARJETA-OK AND WS-MAE-CERRADA AND WS-CANT-REEMP > 0
              IF ENT-ES-CONSUMO OR ENT-ES-DEVOLUCION OR ENT-ES-PAGO
                 PERFORM 2170-BUSCAR-VIGENTE
                    THRU 2170-BUSCAR-VIGENTE-FIN
              END-IF
           END-IF.

           EVALUATE TRUE
               WHEN WS-TARJETA-INVALIDA
                    CONTINUE
               WHEN WS-MAE-BLOQUEADA
                    MOVE ENT-ARCHIVOS TO DETALLE
                    MOVE "06" TO CODIGO-ERROR
       2160-VALIDAR-ESTADO-TARJETA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * 2170-BUSCAR-VIGENTE : SIGUE LA CADENA DE REEMPLAZOS DEL NUMERO  *
      * DADO DE BAJA Y, SI TIENE TARJETA VIGENTE EN EL MAESTRO, LA      *
      * DEJA EN WS-REG-MAESTRO COMO TARJETA A FACTURAR. SI LA VIGENTE   *
      * NO ESTA EN EL MAESTRO SE VUELVE A LA DADA DE BAJA, QUE SE       *
      * RECHAZA COMO SIEMPRE.                                           *
      *----------------------------------------------------------------*
       2170-BUSCAR-VIGENTE.

           MOVE ENT-NRO-TARJETA TO WS-NRO-VIGENTE.
           MOVE 0 TO WS-SALTOS.
           SET WS-REEMPLAZO-HALLADO TO TRUE.

           PERFORM 2171-AVANZAR-REEMPLAZO
              THRU 2171-AVANZAR-REEMPLAZO-FIN
             UNTIL WS-REEMPLAZO-NO-HALLADO
                OR WS-SALTOS NOT < WS-MAX-SALTOS.

           IF WS-NRO-VIGENTE NOT = ENT-NRO-TARJETA
              MOVE WS-NRO-VIGENTE TO WS-MAE-NRO-TARJ
              CALL 'MAESTARJ' USING WS-REG-MAESTRO

              IF WS-MAE-NOMBRE = "ERROR"
                 DISPLAY 'TARJETA VIGENTE ' WS-NRO-VIGENTE
                         ' NO ESTA EN EL MAESTRO, SE RECHAZA '
                         ENT-NRO-TARJETA
                 MOVE ENT-NRO-TARJETA TO WS-MAE-NRO-TARJ
                 CALL 'MAESTARJ' USING WS-REG-MAESTRO
              ELSE
                 SET WS-CORTE-REPUESTO TO TRUE
              END-IF
           END-IF.

       2170-BUSCAR-VIGENTE-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2171-AVANZAR-REEMPLAZO.

           SET WS-REEMPLAZO-NO-HALLADO TO TRUE.

           SET WS-IX-REE TO 1.
           SEARCH WS-REE-ITEM
              WHEN WS-REE-NRO-ANT(WS-IX-REE) = WS-NRO-VIGENTE
                   SET WS-REEMPLAZO-HALLADO TO TRUE
                   MOVE WS-REE-NRO-NUE(WS-IX-REE) TO WS-NRO-VIGENTE
                   ADD 1 TO WS-SALTOS
           END-SEARCH.

       2171-AVANZAR-REEMPLAZO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * 2175-POSTEAR-RECUPERO : EL PAGO DE UNA TARJETA CASTIGADA SE     *
      * CONTABILIZA EN EL CONCEPTO DE RECUPEROS DE SU MONEDA Y SE       *
      * AGREGA AL LIBRO DE CASTIGOS COMO RECUPERO 'R', VALUADO EN PESOS *
      * A LA COTIZACION DEL DIA. UNA MONEDA SIN COTIZACION SE RECHAZA   *
      * COMO CUALQUIER OTRO MOVIMIENTO (CODIGO "03"). EN REIMPRESION NO *
      * SE GRABA EL LIBRO.                                              *
      *----------------------------------------------------------------*
       2175-POSTEAR-RECUPERO.

           IF ENT-MONEDA = "ARS"
              SET WS-IX-MON TO 1
              SET WS-MONEDA-ENCONTRADA TO TRUE
           ELSE
              MOVE ENT-MONEDA TO WS-MONEDA-BUSQUEDA
              PERFORM 2260-BUSCAR-MONEDA
                 THRU 2260-BUSCAR-MONEDA-FIN
           END-IF.

           IF WS-MONEDA-NO-ENCONTRADA
              MOVE ENT-ARCHIVOS TO DETALLE
              MOVE "03" TO CODIGO-ERROR
              MOVE "MONEDA NO COTIZADA" TO DESCRIPCION-ERR
              PERFORM 2155-GRABAR-ERROR
                 THRU 2155-GRABAR-ERROR-FIN
           ELSE
              MULTIPLY ENT-IMPORTE BY WS-MON-COTIZACION(WS-IX-MON)
                       GIVING WS-RECUPERO-PESOS
              ADD ENT-IMPORTE TO WS-MON-GL-RECUPEROS(WS-IX-MON)
              ADD WS-RECUPERO-PESOS TO WS-ACU-RECUPEROS-PESOS
              ADD 1 TO WS-CANT-RECUPEROS

              IF WS-NO-ES-REIMPRESION AND FS-CASTIGOS-OK
                 MOVE ENT-NRO-TARJETA   TO CAS-NRO-TARJ
                 MOVE WS-MAE-CUENTA     TO CAS-CUENTA
                 SET CAS-ES-RECUPERO    TO TRUE
                 MOVE ENT-FECHA         TO CAS-FECHA
                 MOVE WS-CURRENT-YEAR   TO CAS-PER-ANIO
                 MOVE WS-CURRENT-MONTH  TO CAS-PER-MES
                 MOVE ENT-MONEDA        TO CAS-MONEDA
                 MOVE ENT-IMPORTE       TO CAS-IMPORTE
                 MOVE WS-MON-COTIZACION(WS-IX-MON) TO CAS-COTIZACION
                 MOVE WS-RECUPERO-PESOS TO CAS-IMPORTE-PESOS
                 MOVE 0                 TO CAS-CICLOS-MORA
                 MOVE ENT-DETALLE       TO CAS-DETALLE
                 WRITE REG-CASTIGO
                 IF NOT FS-CASTIGOS-OK
                    DISPLAY 'ERROR AL GRABAR EL LIBRO DE CASTIGOS'
                    DISPLAY 'FILE STATUS: ' FS-CASTIGOS
                 END-IF
              END-IF
           END-IF.

       2175-POSTEAR-RECUPERO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * 2165-VALIDAR-PERIODO-CORTE : UNA TARJETA CON DIA DE CORTE       *
      * DEFINIDO (WS-MAE-DIA-CORTE > 0) SOLO FACTURA EN ESTA CORRIDA    *
      * LOS MOVIMIENTOS DE HASTA ESE DIA DEL MES; LOS POSTERIORES       *
      * PERTENECEN AL PROXIMO PERIODO DE FACTURACION. SIN DIA DE CORTE  *
      * DEFINIDO (MAESTROS VIEJOS) NO SE APLICA NINGUNA VENTANA, IGUAL  *
      * QUE ANTES DE ESTE AGREGADO. LA CUOTA 2 A N DE UN PLAN VIAJA CON *
      * LA FECHA DE LA COMPRA ORIGINAL Y VENCE EN ESTE PERIODO SEA CUAL *
      * SEA SU DIA: NO SE LE APLICA LA VENTANA.                         *
      *----------------------------------------------------------------*
       2165-VALIDAR-PERIODO-CORTE.

           SET WS-EN-PERIODO TO TRUE.

           IF WS-MAE-DIA-CORTE > 0 AND WS-NO-ES-CUOTA-PLAN
              IF WS-DIA > WS-MAE-DIA-CORTE
                 SET WS-FUERA-DE-PERIODO TO TRUE
              END-IF
      * SE CIERRA LO MISMO QUE CIERRA 3000: ERRORES, CHECKPOINT Y LOS
      * ARCHIVOS DE ACTUALIZACION SOLO EXISTEN EN CORRIDA NORMAL (EN
      * REIMPRESION NUNCA SE ABRIERON).
              CLOSE ENTRADA RESUMENES PLANES-WRK CASTIGOS-WRK
              IF WS-NO-ES-REIMPRESION
                 CLOSE ERRORES CHECKPOINT HISTORIAL CIERRES
                       TRANSACCIONES PERCEPCIONES CASTIGOS
              END-IF
              STOP RUN
           END-IF.
       2200-PROCESAR-CORTE.
           PERFORM 2190-VALIDAR-ORDEN
              THRU 2190-VALIDAR-ORDEN-FIN.
           MOVE ENT-NRO-TARJETA TO WS-TARJETA-CORTE.
           IF WS-CORTE-REPUESTO
              MOVE WS-NRO-VIGENTE TO WS-TARJETA-ANTERIOR
           ELSE
              MOVE ENT-NRO-TARJETA TO WS-TARJETA-ANTERIOR
           END-IF.
           MOVE WS-MAE-LIMITE TO WS-LIMITE-ANTERIOR.
           PERFORM 2300-PROCESAR-ENCABEZADO
              THRU 2300-PROCESAR-ENCABEZADO-FIN.
           PERFORM 2225-APLICAR-SALDO-ANTERIOR
              THRU 2225-APLICAR-SALDO-ANTERIOR-FIN.
           MOVE WS-MAE-SALDO-ADELANTO TO WS-ADE-SALDO-ANT.
           MOVE 0 TO WS-CANT-DUP-VISTOS.
           MOVE 0 TO WS-CANT-CAT-TARJ.
           PERFORM 2250-CORTE-X-TARJETA
              THRU 2250-CORTE-X-TARJETA-FIN
              UNTIL WS-ENTRADA-EOF-YES OR
                ENT-NRO-TARJETA NOT EQUAL WS-TARJETA-CORTE.
           PERFORM 2500-PROCESAR-TOTALES
              THRU 2500-PROCESAR-TOTALES-FIN.

           MOVE 0 TO WS-ACU-SALDO-ANT-PESOS.
           MOVE 0 TO WS-ACU-CUOTAS-PESOS.
           MOVE 0 TO WS-ACU-CUOTAS-TOTAL-PESOS.
           MOVE 0 TO WS-ACU-PAGOS-ARS-TARJ.
           MOVE 0 TO WS-ACU-CARGSERV-PESOS.
           MOVE 0 TO WS-CANT-PAGOS-TARJ.
           MOVE 0 TO WS-CANT-ADELANTOS-TARJ.
           MOVE 0 TO WS-ACU-ADELANTOS-PESOS.
           MOVE 0 TO WS-ACU-CARGOS-ADE-PESOS.
           MOVE 0 TO WS-ADE-PAGADO.
           PERFORM 2210-REINICIAR-MONEDA
              THRU 2210-REINICIAR-MONEDA-FIN
              VARYING WS-IX-MON FROM 1 BY 1
                       STOP RUN
              END-EVALUATE

      * UNA TARJETA YA FACTURADA EN ESTA CORRIDA (SU PROPIO CORTE Y EL
      * DE UN NUMERO REPUESTO) NO VUELVE A CONTAR EL PERIODO EN MORA
      * NI A GENERAR OTRO BLOQUEO: SOLO SE ACTUALIZAN MINIMO Y SALDO.
              IF WS-MOROSO-ENCONTRADO AND MRW-FUE-FACTURADA
                 SET WS-MORA-YA-CONTADA TO TRUE
              ELSE
                 SET WS-MORA-A-CONTAR TO TRUE
              END-IF

              SET MRW-FUE-FACTURADA TO TRUE

              IF WS-MORA-A-CONTAR
                 IF MRW-PAGO-MINIMO > 0
                    AND WS-ACU-PAGOS-PESOS < MRW-PAGO-MINIMO
                    IF MRW-CICLOS < 99
                       ADD 1 TO MRW-CICLOS
                    END-IF
                 ELSE
                    MOVE 0 TO MRW-CICLOS
                 END-IF
              END-IF

              MOVE WS-PAGO-MIN  TO MRW-PAGO-MINIMO
              END-IF

              IF MRW-CICLOS >= WS-UMBRAL-BLOQUEO
                 AND WS-MAE-ACTIVA AND WS-MORA-A-CONTAR
                 MOVE WS-TARJETA-ANTERIOR TO WS-BLOQUEO-NRO-TARJ
                 MOVE WS-ACU-TOTAL        TO WS-BLOQUEO-SALDO
                 MOVE WS-ADE-SALDO-NUEVO  TO WS-BLOQUEO-SALDO-ADE
                 PERFORM 2289-GRABAR-BLOQUEO
                    THRU 2289-GRABAR-BLOQUEO-FIN
              END-IF
      * WS-BLOQUEO-SALDO LA TARJETA Y EL SALDO QUE DEBE VIAJAR (UN      *
      * CAMBIO DE MANTTARJ REGRABA TODOS LOS CAMPOS: UN SALDO VIEJO     *
      * PISARIA EL CIERRE DEL PERIODO); EL RESTO SALE DEL REGISTRO DEL  *
      * MAESTRO YA LEIDO EN WS-REG-MAESTRO. ESTE PROGRAMA NO GRABA EL   *
      * MAESTRO: EL BLOQUEO LLEGA AL JOURNAL DE AUDITORIA CUANDO        *
      * MANTTARJ LO APLICA, COMO CUALQUIER OTRO CAMBIO.                 *
      *----------------------------------------------------------------*
       2289-GRABAR-BLOQUEO.

              MOVE WS-MAE-FECHA-VENC TO TRN-FECHA-VENC
              MOVE 'B'               TO TRN-ESTADO
              MOVE WS-MAE-DIA-CORTE  TO TRN-DIA-CORTE
              MOVE WS-MAE-PORC-ADELANTO TO TRN-PORC-ADELANTO
              MOVE WS-BLOQUEO-SALDO-ADE TO TRN-SALDO-ADELANTO

              WRITE REG-TRANS

           IF WS-NO-ES-REIMPRESION
              MOVE WS-TARJETA-ANTERIOR TO WS-ACT-NRO-TARJ
              MOVE WS-ACU-TOTAL        TO WS-ACT-SALDO-NUEVO
              MOVE WS-ADE-SALDO-NUEVO  TO WS-ACT-SALDO-ADELANTO

              CALL 'ACTUTARJ' USING WS-ACTUALIZACION


       2227-BUSCAR-CIERRE-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * 2250-CORTE-X-TARJETA : FACTURA UN MOVIMIENTO DEL BLOQUE DE LA   *
      * TARJETA. EN UN CORTE REPUESTO EL MOVIMIENTO PASA A LLEVAR EL    *
      * NUMERO DE LA TARJETA VIGENTE, Y LO QUE NO ES CONSUMO,           *
      * DEVOLUCION NI PAGO SE RECHAZA COMO DE TARJETA DADA DE BAJA.     *
      *----------------------------------------------------------------*
       2250-CORTE-X-TARJETA.

           EVALUATE TRUE
               WHEN WS-CORTE-PROPIO
                    PERFORM 2251-FACTURAR-MOVIMIENTO
                       THRU 2251-FACTURAR-MOVIMIENTO-FIN
               WHEN ENT-ES-CONSUMO OR ENT-ES-DEVOLUCION OR ENT-ES-PAGO
                    MOVE WS-TARJETA-ANTERIOR TO ENT-NRO-TARJETA
                    PERFORM 2251-FACTURAR-MOVIMIENTO
                       THRU 2251-FACTURAR-MOVIMIENTO-FIN
               WHEN OTHER
                    MOVE ENT-ARCHIVOS TO DETALLE
                    MOVE "07" TO CODIGO-ERROR
                    MOVE "TARJETA DADA DE BAJA" TO DESCRIPCION-ERR
                    PERFORM 2155-GRABAR-ERROR
                       THRU 2155-GRABAR-ERROR-FIN
           END-EVALUATE.

           PERFORM 1500-LEER-ARCHIVO
              THRU 1500-LEER-ARCHIVO-EXIT.

           PERFORM 2100-VALIDAR-FECHA
              THRU 2100-VALIDAR-FECHA-FIN.

       2250-CORTE-X-TARJETA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2251-FACTURAR-MOVIMIENTO.

           IF ENT-ES-CONSUMO AND ENT-ES-CUOTA-PLAN
              SET WS-ES-CUOTA-PLAN TO TRUE
           ELSE
              SET WS-NO-ES-CUOTA-PLAN TO TRUE
           END-IF.

           IF WS-VALIDACION-O ='S'
              PERFORM 2165-VALIDAR-PERIODO-CORTE
                 THRU 2165-VALIDAR-PERIODO-CORTE-FIN
                    PERFORM 2155-GRABAR-ERROR
                       THRU 2155-GRABAR-ERROR-FIN
                 ELSE
      * LA CUOTA 2 A N DE UN PLAN NO SUMA AL SALDO: EL TOTAL DE LA
      * COMPRA YA ENTRO CON LA CUOTA 1.
                    IF ENT-MONEDA = "ARS"
                       IF ENT-ES-PAGO OR ENT-ES-DEVOLUCION
                          SUBTRACT ENT-IMPORTE FROM WS-ACU-PESOS
                       ELSE
                          IF WS-NO-ES-CUOTA-PLAN
                             ADD ENT-IMPORTE TO WS-ACU-PESOS
                          END-IF
                       END-IF
                       MOVE 1 TO WS-IX-GL
                       PERFORM 2270-ACUMULAR-GL
                          THRU 2270-ACUMULAR-GL-FIN
                       IF ENT-ES-ADELANTO
                          PERFORM 2460-ANOTAR-ADELANTO
                             THRU 2460-ANOTAR-ADELANTO-FIN
                       ELSE
                          PERFORM 2400-PROCESAR-DETALLE
                             THRU 2400-PROCESAR-DETALLE-FIN
                       END-IF
                    ELSE
                       MOVE ENT-MONEDA TO WS-MONEDA-BUSQUEDA
                       PERFORM 2260-BUSCAR-MONEDA
                             SUBTRACT ENT-IMPORTE
                               FROM WS-MON-ACUMULADO(WS-IX-MON)
                          ELSE
                             IF WS-NO-ES-CUOTA-PLAN
                                ADD ENT-IMPORTE
                                  TO WS-MON-ACUMULADO(WS-IX-MON)
                             END-IF
                          END-IF
                          SET WS-IX-GL TO WS-IX-MON
                          PERFORM 2270-ACUMULAR-GL
                             THRU 2270-ACUMULAR-GL-FIN
                          IF ENT-ES-ADELANTO
                             PERFORM 2460-ANOTAR-ADELANTO
                                THRU 2460-ANOTAR-ADELANTO-FIN
                          ELSE
                             PERFORM 2400-PROCESAR-DETALLE
                                THRU 2400-PROCESAR-DETALLE-FIN
                          END-IF
                       ELSE
                          MOVE ENT-ARCHIVOS TO DETALLE
                          MOVE "03" TO CODIGO-ERROR
               PERFORM 2150-MOVER-ERROR
                 THRU 2150-MOVER-ERROR-FIN
           END-IF.

       2251-FACTURAR-MOVIMIENTO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * 2245-VERIFICAR-DUPLICADO : BUSCA SI YA SE VIO, DENTRO DEL       *
      * 2270-ACUMULAR-GL : SUMA EL MOVIMIENTO RECIEN APLICADO AL        *
      * RESUMEN EN EL CONCEPTO CONTABLE DE SU MONEDA (WS-IX-GL), Y EN   *
      * EL NETO DE CONTROL CONTRA EL QUE SE VERIFICA EL EXTRACTO AL     *
      * FINAL DE LA CORRIDA. LA CUOTA 2 A N DE UN PLAN NO POSTEA: LA    *
      * COMPRA ENTERA SE CONTABILIZO (Y SUMO PUNTOS) CON LA CUOTA 1.    *
      * UN ADELANTO EN EFECTIVO POSTEA SU CAPITAL EN ADELANTOS.         *
      *----------------------------------------------------------------*
       2270-ACUMULAR-GL.

           EVALUATE TRUE
               WHEN WS-ES-CUOTA-PLAN
                    CONTINUE
               WHEN ENT-ES-PAGO
                    ADD ENT-IMPORTE
                      TO WS-MON-GL-PAGOS(WS-IX-GL)
                          BY WS-MON-COTIZACION(WS-IX-GL)
                          GIVING WS-IMPORTE-AUX
                    ADD WS-IMPORTE-AUX TO WS-ACU-PAGOS-PESOS
                    PERFORM 2272-ANOTAR-PAGO
                       THRU 2272-ANOTAR-PAGO-FIN
               WHEN ENT-ES-DEVOLUCION
                    ADD ENT-IMPORTE
                      TO WS-MON-GL-DEVOL(WS-IX-GL)
                      TO WS-MON-GL-CARGSERV(WS-IX-GL)
                    ADD ENT-IMPORTE
                      TO WS-MON-GL-NETO-CTRL(WS-IX-GL)
                    MULTIPLY ENT-IMPORTE
                          BY WS-MON-COTIZACION(WS-IX-GL)
                          GIVING WS-IMPORTE-AUX
                    ADD WS-IMPORTE-AUX TO WS-ACU-CARGSERV-PESOS
      * LOS ADELANTOS EN EFECTIVO SUMAN AL SALDO EN SU PROPIO CONCEPTO
      * Y NO ACUMULAN PUNTOS NI CATEGORIA; EL CARGO Y EL INTERES LOS
      * AGREGA 2460-ANOTAR-ADELANTO EN PESOS.
               WHEN ENT-ES-ADELANTO
                    ADD ENT-IMPORTE
                      TO WS-MON-GL-ADELANTOS(WS-IX-GL)
                    ADD ENT-IMPORTE
                      TO WS-MON-GL-NETO-CTRL(WS-IX-GL)
               WHEN OTHER
                    ADD ENT-IMPORTE
                      TO WS-MON-GL-CONSUMOS(WS-IX-GL)
       2270-ACUMULAR-GL-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * 2272-ANOTAR-PAGO : ANOTA EL PAGO EN CURSO (YA PASADO A PESOS EN *
      * WS-IMPORTE-AUX) EN LA TABLA DE PAGOS DE LA TARJETA PARA SU      *
      * IMPUTACION AL CERRAR EL RESUMEN, Y SUMA APARTE LO PAGADO EN     *
      * PESOS, QUE ES LO UNICO QUE PUEDE CANCELAR SALDOS EN OTRA MONEDA.*
      *----------------------------------------------------------------*
       2272-ANOTAR-PAGO.

           IF WS-IX-GL = 1
              ADD ENT-IMPORTE TO WS-ACU-PAGOS-ARS-TARJ
           END-IF.

           IF WS-CANT-PAGOS-TARJ < 50
              ADD 1 TO WS-CANT-PAGOS-TARJ
              MOVE ENT-FECHA      TO WS-PAG-FECHA(WS-CANT-PAGOS-TARJ)
              MOVE ENT-MONEDA     TO WS-PAG-MONEDA(WS-CANT-PAGOS-TARJ)
              MOVE ENT-IMPORTE    TO WS-PAG-IMPORTE(WS-CANT-PAGOS-TARJ)
              MOVE WS-IMPORTE-AUX TO WS-PAG-PESOS(WS-CANT-PAGOS-TARJ)
           ELSE
              ADD WS-IMPORTE-AUX TO WS-PAG-PESOS(50)
           END-IF.

       2272-ANOTAR-PAGO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * 2275-ACUMULAR-PUNTOS : PUNTOS DEL MOVIMIENTO EN CURSO SEGUN LA  *
      * TASA DE SU CATEGORIA (PUNTOS CADA 100 PESOS, SOBRE EL IMPORTE   *
      * YA CONVERTIDO A PESOS, TRUNCANDO LA FRACCION). UN CONSUMO SUMA  *
                    MOVE "DEVOL."  TO DET-TIPO-MOV-TXT
               WHEN ENT-ES-CARGO
                    MOVE "CARGO"   TO DET-TIPO-MOV-TXT
               WHEN WS-ES-CUOTA-PLAN
                    MOVE "CUOTA"   TO DET-TIPO-MOV-TXT
               WHEN OTHER
                    MOVE "CONSUMO" TO DET-TIPO-MOV-TXT
           END-EVALUATE.

      * UN REDEBITO DE DISPUTA ('*DI') SE COBRA A VALOR PLENO: YA ES
      * EL NETO DEL CREDITO PROVISORIO Y NO DEBE RECIBIR DESCUENTO.
      * LA CUOTA 2 A N DE UN PLAN TAMPOCO: EL DESCUENTO SE APLICO SOBRE
      * LA COMPRA ENTERA AL FACTURAR LA CUOTA 1.
           IF WS-DESCUENTO-O = "S" AND ENT-ES-CONSUMO
              AND NOT ENT-ES-AJUSTE-DISPUTA
              AND WS-NO-ES-CUOTA-PLAN
              PERFORM 2410-BUSCAR-DESCUENTO
                 THRU 2410-BUSCAR-DESCUENTO-FIN
              MULTIPLY WS-PORCENTAJE-APLICADO BY 100

      * UN CONSUMO FINANCIADO EN CUOTAS SOLO EXIGE, COMO PAGO MINIMO,
      * LA CUOTA QUE VENCE ESTE PERIODO (NO EL IMPORTE TOTAL DE LA
      * OPERACION). LA CUOTA 2 A N DE UN PLAN YA VIENE POR EL IMPORTE
      * DE LA CUOTA, Y SU TOTAL NO ESTA EN EL SALDO DEL PERIODO.
           IF ENT-ES-CONSUMO AND ENT-CANT-CUOTAS > 1
              IF WS-ES-CUOTA-PLAN
                 MOVE ENT-IMPORTE TO WS-IMPORTE-CUOTA
              ELSE
                 DIVIDE ENT-IMPORTE BY ENT-CANT-CUOTAS
                    GIVING WS-IMPORTE-CUOTA
              END-IF
              IF ENT-MONEDA = "ARS"
                 ADD WS-IMPORTE-CUOTA TO WS-ACU-CUOTAS-PESOS
                 IF WS-NO-ES-CUOTA-PLAN
                    ADD ENT-IMPORTE TO WS-ACU-CUOTAS-TOTAL-PESOS
                 END-IF
              ELSE
                 MULTIPLY WS-IMPORTE-CUOTA
                       BY WS-MON-COTIZACION(WS-IX-MON)
                       GIVING WS-IMPORTE-AUX
                 ADD WS-IMPORTE-AUX TO WS-ACU-CUOTAS-PESOS
                 IF WS-NO-ES-CUOTA-PLAN
                    MULTIPLY ENT-IMPORTE
                          BY WS-MON-COTIZACION(WS-IX-MON)
                          GIVING WS-IMPORTE-AUX
                    ADD WS-IMPORTE-AUX TO WS-ACU-CUOTAS-TOTAL-PESOS
                 END-IF
              END-IF
           END-IF.

           IF WS-NO-ES-REIMPRESION
              PERFORM 2420-ACTUALIZAR-PLAN-CUOTAS
                 THRU 2420-ACTUALIZAR-PLAN-CUOTAS-FIN
           END-IF.

      * EL MISMO MOVIMIENTO, EN REGISTRO TIPADO '03' PARA EL
      * PROVEEDOR DE IMPRESION, CON EL DESCUENTO APLICADO SI LO HUBO.
           MOVE SPACES TO EXT-DATOS.
           PERFORM 2650-GRABAR-EXTRACTO
              THRU 2650-GRABAR-EXTRACTO-FIN.

      * PERCEPCIONES IMPOSITIVAS: SOLO SOBRE MOVIMIENTOS EN MONEDA
      * EXTRANJERA QUE MUEVEN SALDO (CONSUMOS Y DEVOLUCIONES; LA CUOTA
      * 2 A N DE UN PLAN NO, LA COMPRA ENTERA YA PERCIBIO CON LA 1).
           IF ENT-MONEDA NOT = "ARS"
              AND (ENT-ES-CONSUMO OR ENT-ES-DEVOLUCION)
              AND WS-NO-ES-CUOTA-PLAN
              AND WS-CANT-PERC-TASAS > 0
              PERFORM 2430-CALCULAR-PERCEPCIONES
                 THRU 2430-CALCULAR-PERCEPCIONES-FIN
           END-IF.

           PERFORM 2450-GRABAR-HISTORIAL
              THRU 2450-GRABAR-HISTORIAL-FIN.

       2400-PROCESAR-DETALLE-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * 2430-CALCULAR-PERCEPCIONES : PASA A PESOS EL IMPORTE DEL        *
      * MOVIMIENTO EN MONEDA EXTRANJERA (NETO DEL DESCUENTO APLICADO)   *
      * A LA COTIZACION DE SU MONEDA Y APLICA CADA IMPUESTO DE LA TABLA *
      * VIGENTE A LA FECHA DEL MOVIMIENTO. UN CONSUMO SUMA LA           *
      * PERCEPCION AL SALDO EN PESOS; UNA DEVOLUCION LA REINTEGRA.      *
      *----------------------------------------------------------------*
       2430-CALCULAR-PERCEPCIONES.

           SUBTRACT WS-HIS-DTO-IMPORTE FROM ENT-IMPORTE
              GIVING WS-PERC-IMPORTE-ORIGEN.
           MULTIPLY WS-PERC-IMPORTE-ORIGEN
                 BY WS-MON-COTIZACION(WS-IX-MON)
                 GIVING WS-PERC-BASE-PESOS.

           PERFORM 2435-APLICAR-PERCEPCION
              THRU 2435-APLICAR-PERCEPCION-FIN
              VARYING WS-IX-PTA FROM 1 BY 1
                UNTIL WS-IX-PTA > WS-CANT-PERC-TASAS.

       2430-CALCULAR-PERCEPCIONES-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * 2435-APLICAR-PERCEPCION : UN IMPUESTO DE LA TABLA SOBRE EL      *
      * MOVIMIENTO EN CURSO, SI SU RANGO DE FECHAS LO CUBRE: LINEA EN   *
      * EL RESUMEN, REGISTRO '03' DEL EXTRACTO (TIPO 'I' PERCEPCION O   *
      * 'R' REINTEGRO), SALDO EN PESOS, CONTROL CONTABLE Y ARCHIVO EN   *
      * PERCEPCIONES.SEQ.                                               *
      *----------------------------------------------------------------*
       2435-APLICAR-PERCEPCION.

           IF ENT-FECHA >= WS-PTA-FECHA-DESDE(WS-IX-PTA)
              AND ENT-FECHA <= WS-PTA-FECHA-HASTA(WS-IX-PTA)

              MULTIPLY WS-PERC-BASE-PESOS
                    BY WS-PTA-PORCENTAJE(WS-IX-PTA)
                    GIVING WS-PERC-IMPORTE

              MOVE WS-PTA-DESCRIPCION(WS-IX-PTA) TO DPE-DESCRIPCION
              MULTIPLY WS-PTA-PORCENTAJE(WS-IX-PTA) BY 100
                 GIVING DPE-PORCENTAJE

              MOVE SPACES TO EXT-DATOS
              MOVE '03' TO EXT-TIPO-REG
              MOVE ENT-FECHA          TO EXT-MOV-FECHA
              MOVE WS-PTA-DESCRIPCION(WS-IX-PTA) TO EXT-MOV-DETALLE
              MOVE 0                  TO EXT-MOV-NRO-CUOTA
              MOVE 0                  TO EXT-MOV-CANT-CUOTAS
              MOVE WS-PERC-IMPORTE    TO EXT-MOV-IMPORTE
              MOVE "ARS"              TO EXT-MOV-MONEDA
              MOVE 0                  TO EXT-MOV-DTO-IMPORTE

              IF ENT-ES-CONSUMO
                 MOVE WS-PERC-IMPORTE TO DPE-IMPORTE-PESOS
                 ADD WS-PERC-IMPORTE TO WS-ACU-PESOS
                 ADD WS-PERC-IMPORTE TO WS-MON-GL-NETO-CTRL(1)
                 ADD WS-PERC-IMPORTE TO WS-GL-PERCEP-ARS
                 MOVE 'I' TO EXT-MOV-TIPO
                 ADD 1 TO WS-CANT-PERCEPCIONES
              ELSE
                 MULTIPLY WS-PERC-IMPORTE BY -1
                    GIVING DPE-IMPORTE-PESOS
                 SUBTRACT WS-PERC-IMPORTE FROM WS-ACU-PESOS
                 SUBTRACT WS-PERC-IMPORTE FROM WS-MON-GL-NETO-CTRL(1)
                 SUBTRACT WS-PERC-IMPORTE FROM WS-GL-PERCEP-ARS
                 MOVE 'R' TO EXT-MOV-TIPO
                 ADD 1 TO WS-CANT-REINTEGROS-PERC
              END-IF

              MOVE LINEA-DETALLE-PERC TO LINEA
              PERFORM 2600-GRABAR-RESUMENES
                 THRU 2600-GRABAR-RESUMENES-FIN
              ADD 1 TO WS-CANT-REG-GRABADOS

              PERFORM 2650-GRABAR-EXTRACTO
                 THRU 2650-GRABAR-EXTRACTO-FIN

              PERFORM 2438-GRABAR-PERCEPCION
                 THRU 2438-GRABAR-PERCEPCION-FIN
           END-IF.

       2435-APLICAR-PERCEPCION-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * 2438-GRABAR-PERCEPCION : ARCHIVA LA PERCEPCION (O EL REINTEGRO) *
      * RECIEN APLICADA EN PERCEPCIONES.SEQ. EN MODO REIMPRESION NO SE  *
      * ARCHIVA NADA.                                                   *
      *----------------------------------------------------------------*
       2438-GRABAR-PERCEPCION.

           IF WS-NO-ES-REIMPRESION AND FS-PERCEPCIONES-OK
              MOVE WS-MAE-CUENTA       TO PER-CUENTA
              MOVE ENT-NRO-TARJETA     TO PER-NRO-TARJ
              MOVE WS-CURRENT-YEAR     TO PER-PER-ANIO
              MOVE WS-CURRENT-MONTH    TO PER-PER-MES
              MOVE ENT-FECHA           TO PER-FECHA
              MOVE ENT-DETALLE         TO PER-DETALLE
              IF ENT-ES-CONSUMO
                 SET PER-ES-PERCEPCION TO TRUE
              ELSE
                 SET PER-ES-REINTEGRO  TO TRUE
              END-IF
              MOVE ENT-MONEDA          TO PER-MONEDA
              MOVE WS-PERC-IMPORTE-ORIGEN TO PER-IMPORTE-ORIGEN
              MOVE WS-MON-COTIZACION(WS-IX-MON) TO PER-COTIZACION
              MOVE WS-PERC-BASE-PESOS  TO PER-BASE-PESOS
              MOVE WS-PTA-CODIGO(WS-IX-PTA) TO PER-CODIGO
              MOVE WS-PTA-PORCENTAJE(WS-IX-PTA) TO PER-PORCENTAJE
              MOVE WS-PERC-IMPORTE     TO PER-IMPORTE

              WRITE REG-PERCEPCION

              IF NOT FS-PERCEPCIONES-OK
                 DISPLAY 'ERROR AL GRABAR EL REGISTRO DE PERCEPCIONES'
                 DISPLAY 'FILE STATUS: ' FS-PERCEPCIONES
              END-IF
           END-IF.

       2438-GRABAR-PERCEPCION-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * 2450-GRABAR-HISTORIAL : ARCHIVA EN EL HISTORIAL PERMANENTE EL   *
      * MOVIMIENTO RECIEN VOLCADO AL RESUMEN, CLAVEADO POR TARJETA Y    *
      * PERIODO (AAAAMM DE LA CORRIDA), CON EL DESCUENTO APLICADO SI    *
              MOVE WS-HIS-DTO-PORCENTAJE TO HIS-DTO-PORCENTAJE
              MOVE WS-HIS-DTO-IMPORTE    TO HIS-DTO-IMPORTE
              MOVE ENT-CATEGORIA       TO HIS-CATEGORIA
              MOVE ENT-ID-COMERCIO     TO HIS-ID-COMERCIO

              WRITE REG-HISTORIAL

       2450-GRABAR-HISTORIAL-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * 2460-ANOTAR-ADELANTO : UN ADELANTO EN EFECTIVO NO SE IMPRIME    *
      * ENTRE LOS MOVIMIENTOS NI RECIBE DESCUENTO. SE PASA A PESOS A LA *
      * COTIZACION DEL DIA Y SE LE SUMAN, EN PESOS Y AL SALDO, EL CARGO *
      * FIJO POR EXTRACCION Y EL INTERES DIARIO DESDE LA FECHA DEL      *
      * ADELANTO HASTA LA FECHA DE CORTE; QUEDA ANOTADO EN LA TABLA DE  *
      * ADELANTOS PARA SU BLOQUE DEL RESUMEN (2490) Y VA AL HISTORIAL   *
      * COMO CUALQUIER MOVIMIENTO.                                      *
      *----------------------------------------------------------------*
       2460-ANOTAR-ADELANTO.

           MOVE 0 TO WS-HIS-DTO-PORCENTAJE.
           MOVE 0 TO WS-HIS-DTO-IMPORTE.

           MULTIPLY ENT-IMPORTE BY WS-MON-COTIZACION(WS-IX-GL)
                 GIVING WS-ADE-PESOS-AUX.

      * FECHA DE CORTE: EL DIA DE CORTE DE LA TARJETA EN EL MES DE LA
      * CORRIDA (ACOTADO AL ULTIMO DIA DEL MES, COMO EN 2294) O EL DIA
      * DE LA CORRIDA SI NO TIENE DIA DE CORTE. UN ADELANTO POSTERIOR
      * AL CORTE NO DEVENGA DIAS.
           IF WS-MAE-DIA-CORTE > 0
              MOVE WS-MAE-DIA-CORTE TO WS-OFI-DIA
           ELSE
              MOVE WS-CURRENT-DAY   TO WS-OFI-DIA
           END-IF.
           MOVE WS-CURRENT-MONTH TO WS-OFI-MES.
           MOVE WS-CURRENT-YEAR  TO WS-OFI-ANIO.
           PERFORM 2296-ACOTAR-DIA-DEBITO
              THRU 2296-ACOTAR-DIA-DEBITO-FIN.

           COMPUTE WS-ADE-FECHA-MOV = WS-ANIO * 10000
                                    + WS-MES * 100
                                    + WS-DIA.
           COMPUTE WS-ADE-DIAS-CALC =
                   FUNCTION INTEGER-OF-DATE(WS-ORD-FECHA-INT-N)
                   - FUNCTION INTEGER-OF-DATE(WS-ADE-FECHA-MOV).
           IF WS-ADE-DIAS-CALC < 0
              MOVE 0 TO WS-ADE-DIAS-CALC
           END-IF.

           COMPUTE WS-ADE-INTERES-AUX =
                   WS-ADE-PESOS-AUX * WS-TASA-DIARIA-ADE
                   * WS-ADE-DIAS-CALC.

           ADD WS-CARGO-ADELANTO  TO WS-ACU-PESOS.
           ADD WS-ADE-INTERES-AUX TO WS-ACU-PESOS.
           ADD WS-CARGO-ADELANTO  TO WS-MON-GL-NETO-CTRL(1).
           ADD WS-ADE-INTERES-AUX TO WS-MON-GL-NETO-CTRL(1).
           ADD WS-CARGO-ADELANTO  TO WS-GL-CARGOS-ADE-ARS.
           ADD WS-ADE-INTERES-AUX TO WS-GL-INTERES-ADE-ARS.
           ADD WS-CARGO-ADELANTO  TO WS-ACU-CARGOS-ADE-PESOS.
           ADD WS-ADE-INTERES-AUX TO WS-ACU-CARGOS-ADE-PESOS.
           ADD WS-ADE-PESOS-AUX   TO WS-ACU-ADELANTOS-PESOS.
           ADD 1 TO WS-CANT-ADELANTOS.

           IF WS-CANT-ADELANTOS-TARJ < 50
              ADD 1 TO WS-CANT-ADELANTOS-TARJ
              SET WS-IX-ADE TO WS-CANT-ADELANTOS-TARJ
              MOVE ENT-FECHA          TO WS-ADE-FECHA(WS-IX-ADE)
              MOVE ENT-DETALLE        TO WS-ADE-DETALLE(WS-IX-ADE)
              MOVE ENT-MONEDA         TO WS-ADE-MONEDA(WS-IX-ADE)
              MOVE ENT-IMPORTE        TO WS-ADE-IMPORTE(WS-IX-ADE)
              MOVE WS-ADE-PESOS-AUX   TO WS-ADE-PESOS(WS-IX-ADE)
              MOVE WS-CARGO-ADELANTO  TO WS-ADE-CARGO(WS-IX-ADE)
              MOVE WS-ADE-DIAS-CALC   TO WS-ADE-DIAS(WS-IX-ADE)
              MOVE WS-ADE-INTERES-AUX TO WS-ADE-INTERES(WS-IX-ADE)
           ELSE
              ADD WS-ADE-PESOS-AUX   TO WS-ADE-PESOS(50)
              ADD WS-CARGO-ADELANTO  TO WS-ADE-CARGO(50)
              ADD WS-ADE-INTERES-AUX TO WS-ADE-INTERES(50)
           END-IF.

           PERFORM 2450-GRABAR-HISTORIAL
              THRU 2450-GRABAR-HISTORIAL-FIN.

       2460-ANOTAR-ADELANTO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * 2410-BUSCAR-DESCUENTO : BUSCA EN LA TABLA DE DESCUENTOS UNA      *
      * ENTRADA PARA LA CATEGORIA DEL CONSUMO CUYO RANGO DE FECHAS       *
      * CUBRA ENT-FECHA. DE ENCONTRARLA, USA SU PORCENTAJE; SI NO, CAE   *

       2410-BUSCAR-DESCUENTO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * 2420-ACTUALIZAR-PLAN-CUOTAS : MANTIENE EL PLAN DE CUOTAS DEL    *
      * MOVIMIENTO RECIEN FACTURADO: LA CUOTA 1 DE UN CONSUMO           *
      * FINANCIADO ABRE EL PLAN, LA CUOTA 2 A N LO AVANZA (Y LA ULTIMA  *
      * LO CIERRA) Y UNA DEVOLUCION POR EL TOTAL DE UN PLAN ABIERTO LO  *
      * DA DE BAJA. EN MODO REIMPRESION NO SE LLAMA.                    *
      *----------------------------------------------------------------*
       2420-ACTUALIZAR-PLAN-CUOTAS.

           EVALUATE TRUE
               WHEN WS-ES-CUOTA-PLAN
                    PERFORM 2422-AVANZAR-PLAN
                       THRU 2422-AVANZAR-PLAN-FIN
               WHEN ENT-ES-CONSUMO AND ENT-CANT-CUOTAS > 1
                    PERFORM 2421-ABRIR-PLAN
                       THRU 2421-ABRIR-PLAN-FIN
               WHEN ENT-ES-DEVOLUCION
                    PERFORM 2424-DEVOLVER-PLAN
                       THRU 2424-DEVOLVER-PLAN-FIN
               WHEN OTHER
                    CONTINUE
           END-EVALUATE.

       2420-ACTUALIZAR-PLAN-CUOTAS-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * 2421-ABRIR-PLAN : ALTA DEL PLAN CON LA CUOTA 1 YA FACTURADA.    *
      * WS-IMPORTE-CUOTA VIENE CALCULADA POR 2400. SI LA MISMA COMPRA   *
      * YA TENIA PLAN (FEED REENVIADO) NO SE LO PISA.                   *
      *----------------------------------------------------------------*
       2421-ABRIR-PLAN.

           MOVE ENT-NRO-TARJETA   TO PLW-NRO-TARJ.
           MOVE ENT-FECHA         TO PLW-FECHA-COMPRA.
           MOVE ENT-DETALLE       TO PLW-DETALLE.
           MOVE ENT-MONEDA        TO PLW-MONEDA.
           MOVE ENT-CATEGORIA     TO PLW-CATEGORIA.
           MOVE ENT-IMPORTE       TO PLW-IMPORTE-TOTAL.
           MOVE WS-IMPORTE-CUOTA  TO PLW-IMPORTE-CUOTA.
           MOVE ENT-CANT-CUOTAS   TO PLW-CANT-CUOTAS.
           MOVE 1                 TO PLW-ULT-CUOTA.
           MOVE WS-PERIODO-PLAN-N TO PLW-PER-ULT-CUOTA.
           SET PLW-ABIERTO        TO TRUE.
           MOVE WS-PERIODO-PLAN-N TO PLW-PER-ALTA.
           MOVE 0                 TO PLW-PER-CIERRE.
           WRITE REG-PLN-WRK.

           EVALUATE TRUE
               WHEN FS-PLN-WRK-OK
                    ADD 1 TO WS-CANT-PLANES-ABIERTOS
               WHEN FS-PLN-WRK-CLAVE-DUP
                    DISPLAY 'PLAN DE CUOTAS YA EXISTENTE, NO SE '
                            'REABRE: ' ENT-NRO-TARJETA ' ' ENT-FECHA
               WHEN OTHER
                    DISPLAY '*** ERROR AL GRABAR PLANES-WRK, SE '
                            'DETIENE LA CORRIDA ***'
                    DISPLAY 'FILE STATUS: ' FS-PLN-WRK
                    STOP RUN
           END-EVALUATE.

       2421-ABRIR-PLAN-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * 2422-AVANZAR-PLAN : LA CUOTA 2 A N FACTURADA AVANZA SU PLAN Y   *
      * LA ULTIMA LO CIERRA. UNA CUOTA SIN PLAN (ENVIADA A MANO POR LA  *
      * SUCURSAL PARA UNA COMPRA ANTERIOR AL ARCHIVO DE PLANES) SIEMBRA *
      * EL PLAN CON SU IMPORTE DE CUOTA, PARA QUE LAS SIGUIENTES YA LAS *
      * GENERE CUOTTARJ.                                                *
      *----------------------------------------------------------------*
       2422-AVANZAR-PLAN.

           MOVE ENT-NRO-TARJETA TO PLW-NRO-TARJ.
           MOVE ENT-FECHA       TO PLW-FECHA-COMPRA.
           MOVE ENT-DETALLE     TO PLW-DETALLE.
           READ PLANES-WRK KEY IS PLW-CLAVE.

           EVALUATE TRUE
               WHEN FS-PLN-WRK-OK
                    IF ENT-NRO-CUOTA > PLW-ULT-CUOTA
                       MOVE ENT-NRO-CUOTA TO PLW-ULT-CUOTA
                       MOVE WS-PERIODO-PLAN-N TO PLW-PER-ULT-CUOTA
                    END-IF
                    IF PLW-ABIERTO
                       AND PLW-ULT-CUOTA NOT < PLW-CANT-CUOTAS
                       SET PLW-CERRADO TO TRUE
                       MOVE WS-PERIODO-PLAN-N TO PLW-PER-CIERRE
                       ADD 1 TO WS-CANT-PLANES-CERRADOS
                    END-IF
                    REWRITE REG-PLN-WRK
               WHEN FS-PLN-WRK-CLAVE-NFD
                    PERFORM 2423-SEMBRAR-PLAN
                       THRU 2423-SEMBRAR-PLAN-FIN
               WHEN OTHER
                    CONTINUE
           END-EVALUATE.

           IF NOT FS-PLN-WRK-OK
              DISPLAY '*** ERROR AL ACTUALIZAR PLANES-WRK, SE '
                      'DETIENE LA CORRIDA ***'
              DISPLAY 'FILE STATUS: ' FS-PLN-WRK
              STOP RUN
           END-IF.

       2422-AVANZAR-PLAN-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2423-SEMBRAR-PLAN.

           MOVE ENT-MONEDA        TO PLW-MONEDA.
           MOVE ENT-CATEGORIA     TO PLW-CATEGORIA.
           MULTIPLY ENT-IMPORTE BY ENT-CANT-CUOTAS
              GIVING PLW-IMPORTE-TOTAL.
           MOVE ENT-IMPORTE       TO PLW-IMPORTE-CUOTA.
           MOVE ENT-CANT-CUOTAS   TO PLW-CANT-CUOTAS.
           MOVE ENT-NRO-CUOTA     TO PLW-ULT-CUOTA.
           MOVE WS-PERIODO-PLAN-N TO PLW-PER-ULT-CUOTA.
           MOVE WS-PERIODO-PLAN-N TO PLW-PER-ALTA.
           IF PLW-ULT-CUOTA < PLW-CANT-CUOTAS
              SET PLW-ABIERTO TO TRUE
              MOVE 0 TO PLW-PER-CIERRE
              ADD 1 TO WS-CANT-PLANES-ABIERTOS
           ELSE
              SET PLW-CERRADO TO TRUE
              MOVE WS-PERIODO-PLAN-N TO PLW-PER-CIERRE
              ADD 1 TO WS-CANT-PLANES-CERRADOS
           END-IF.
           WRITE REG-PLN-WRK.

       2423-SEMBRAR-PLAN-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * 2424-DEVOLVER-PLAN : UNA DEVOLUCION POR EL IMPORTE TOTAL DE UN  *
      * PLAN ABIERTO DE LA MISMA TARJETA, DETALLE Y MONEDA CANCELA LA   *
      * COMPRA FINANCIADA: EL PLAN SE CIERRA COMO DEVUELTO Y NO GENERA  *
      * MAS CUOTAS. UNA DEVOLUCION PARCIAL NO TOCA EL PLAN.             *
      *----------------------------------------------------------------*
       2424-DEVOLVER-PLAN.

           SET WS-PLAN-NO-DEVUELTO TO TRUE.
           SET WS-PLN-WRK-EOF-NO TO TRUE.
           MOVE ENT-NRO-TARJETA TO WS-PLN-TARJ-BUSCADA.
           MOVE ENT-NRO-TARJETA TO PLW-NRO-TARJ.
           MOVE LOW-VALUES      TO PLW-FECHA-COMPRA.
           MOVE LOW-VALUES      TO PLW-DETALLE.
           START PLANES-WRK KEY IS NOT LESS THAN PLW-CLAVE
             INVALID KEY
                SET WS-PLN-WRK-EOF-YES TO TRUE
           END-START.

           IF WS-PLN-WRK-EOF-NO
              PERFORM 2429-LEER-PLAN-TARJETA
                 THRU 2429-LEER-PLAN-TARJETA-FIN
              PERFORM 2425-COMPARAR-PLAN-DEVOL
                 THRU 2425-COMPARAR-PLAN-DEVOL-FIN
                UNTIL WS-PLN-WRK-EOF-YES OR WS-PLAN-DEVUELTO
           END-IF.

       2424-DEVOLVER-PLAN-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2425-COMPARAR-PLAN-DEVOL.

           IF PLW-ABIERTO
              AND PLW-DETALLE       = ENT-DETALLE
              AND PLW-MONEDA        = ENT-MONEDA
              AND PLW-IMPORTE-TOTAL = ENT-IMPORTE
              SET PLW-DEVUELTO TO TRUE
              MOVE WS-PERIODO-PLAN-N TO PLW-PER-CIERRE
              REWRITE REG-PLN-WRK
              IF NOT FS-PLN-WRK-OK
                 DISPLAY '*** ERROR AL ACTUALIZAR PLANES-WRK, SE '
                         'DETIENE LA CORRIDA ***'
                 DISPLAY 'FILE STATUS: ' FS-PLN-WRK
                 STOP RUN
              END-IF
              ADD 1 TO WS-CANT-PLANES-DEVUELTOS
              SET WS-PLAN-DEVUELTO TO TRUE
           ELSE
              PERFORM 2429-LEER-PLAN-TARJETA
                 THRU 2429-LEER-PLAN-TARJETA-FIN
           END-IF.

       2425-COMPARAR-PLAN-DEVOL-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * 2429-LEER-PLAN-TARJETA : SIGUIENTE PLAN DE WS-PLN-TARJ-BUSCADA  *
      * EN PLANES-WRK; AL PASAR A OTRA TARJETA SE DA POR TERMINADO.     *
      *----------------------------------------------------------------*
       2429-LEER-PLAN-TARJETA.

           READ PLANES-WRK NEXT RECORD
             AT END
                SET WS-PLN-WRK-EOF-YES        TO TRUE
             NOT AT END
                SET WS-PLN-WRK-EOF-NO         TO TRUE
           END-READ.

           IF WS-PLN-WRK-EOF-NO
              AND PLW-NRO-TARJ NOT = WS-PLN-TARJ-BUSCADA
              SET WS-PLN-WRK-EOF-YES TO TRUE
           END-IF.

       2429-LEER-PLAN-TARJETA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * 2470-CONVERTIR-PAGOS-PESOS : SI LOS PAGOS EN PESOS DEL PERIODO  *
      * DEJARON A FAVOR DEL CLIENTE EL SALDO EN PESOS Y LA TARJETA DEBE *
      * EN OTRA MONEDA, EL EXCEDENTE (COMO MAXIMO LO PAGADO EN PESOS)   *
      * CANCELA ESE SALDO A LA COTIZACION DEL DIA DE PARAMETROS.SEQ,    *
      * MONEDA POR MONEDA EN EL ORDEN DE LA TABLA. LA CONVERSION NO     *
      * CAMBIA EL SALDO TOTAL EN PESOS DE LA TARJETA: SOLO LO PASA DE   *
      * UNA MONEDA A OTRA. SE IMPRIME COMO UN MOVIMIENTO MAS, VA AL     *
      * EXTRACTO ('10' TIPO 'X') Y POSTEA EN LAS DOS MONEDAS DEL        *
      * EXTRACTO CONTABLE.                                              *
      *----------------------------------------------------------------*
       2470-CONVERTIR-PAGOS-PESOS.

           IF WS-ACU-PESOS < 0 AND WS-ACU-PAGOS-ARS-TARJ > 0
              AND WS-CANT-MONEDAS > 1
              COMPUTE WS-CONV-DISPONIBLE = WS-ACU-PESOS * -1
              IF WS-CONV-DISPONIBLE > WS-ACU-PAGOS-ARS-TARJ
                 MOVE WS-ACU-PAGOS-ARS-TARJ TO WS-CONV-DISPONIBLE
              END-IF
              PERFORM 2475-CONVERTIR-UNA-MONEDA
                 THRU 2475-CONVERTIR-UNA-MONEDA-FIN
                 VARYING WS-IX-MON FROM 2 BY 1
                    UNTIL WS-IX-MON > WS-CANT-MONEDAS
                       OR WS-CONV-DISPONIBLE = 0
           END-IF.

       2470-CONVERTIR-PAGOS-PESOS-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * 2475-CONVERTIR-UNA-MONEDA : CANCELA CON LOS PESOS DISPONIBLES   *
      * EL SALDO DEUDOR DE LA MONEDA WS-IX-MON, ENTERO SI ALCANZAN O LA *
      * PARTE QUE CUBREN (TRUNCANDO LA FRACCION DE LA MONEDA, COMO EN   *
      * EL RESTO DEL PROGRAMA) SI NO.                                   *
      *----------------------------------------------------------------*
       2475-CONVERTIR-UNA-MONEDA.

           MOVE 0 TO WS-CONV-IMPORTE-MON.

           IF WS-MON-ACUMULADO(WS-IX-MON) > 0
              AND WS-MON-COTIZACION(WS-IX-MON) > 0
              MULTIPLY WS-MON-ACUMULADO(WS-IX-MON)
                    BY WS-MON-COTIZACION(WS-IX-MON)
                    GIVING WS-CONV-PESOS
              IF WS-CONV-PESOS > WS-CONV-DISPONIBLE
                 DIVIDE WS-CONV-DISPONIBLE
                     BY WS-MON-COTIZACION(WS-IX-MON)
                     GIVING WS-CONV-IMPORTE-MON
                 MULTIPLY WS-CONV-IMPORTE-MON
                       BY WS-MON-COTIZACION(WS-IX-MON)
                       GIVING WS-CONV-PESOS
              ELSE
                 MOVE WS-MON-ACUMULADO(WS-IX-MON)
                   TO WS-CONV-IMPORTE-MON
              END-IF
           END-IF.

           IF WS-CONV-IMPORTE-MON > 0
              SUBTRACT WS-CONV-IMPORTE-MON
                  FROM WS-MON-ACUMULADO(WS-IX-MON)
              ADD WS-CONV-PESOS TO WS-ACU-PESOS
              SUBTRACT WS-CONV-PESOS FROM WS-CONV-DISPONIBLE

      * EL SALDO FACTURADO PASA DE UNA MONEDA A LA OTRA: CADA LADO
      * ENTRA AL NETO DE CONTROL DE SU PROPIA MONEDA.
              ADD WS-CONV-PESOS TO WS-MON-GL-CONVERSION(1)
              ADD WS-CONV-PESOS TO WS-MON-GL-NETO-CTRL(1)
              SUBTRACT WS-CONV-IMPORTE-MON
                  FROM WS-MON-GL-CONVERSION(WS-IX-MON)
              SUBTRACT WS-CONV-IMPORTE-MON
                  FROM WS-MON-GL-NETO-CTRL(WS-IX-MON)
              ADD 1 TO WS-CANT-CONVERSIONES

              MOVE WS-MON-CODIGO(WS-IX-MON)    TO CNV-MONEDA
              MOVE WS-CONV-IMPORTE-MON         TO CNV-IMPORTE-MON
              MOVE WS-MON-COTIZACION(WS-IX-MON) TO CNV-COTIZACION
              MOVE WS-CONV-PESOS               TO CNV-PESOS
              MOVE LINEA-CONVERSION-PAGO TO LINEA
              PERFORM 2600-GRABAR-RESUMENES
                 THRU 2600-GRABAR-RESUMENES-FIN
              ADD 1 TO WS-CANT-REG-GRABADOS

              MOVE SPACES TO EXT-DATOS
              MOVE '10' TO EXT-TIPO-REG
              MOVE 'ARS'                      TO EXT-IMP-MONEDA-PAGO
              MOVE 0                          TO EXT-IMP-IMPORTE-PAGO
              MOVE 'X'                        TO EXT-IMP-TIPO
              MOVE 'CONVERSION A OTRA MONEDA' TO EXT-IMP-CONCEPTO
              MOVE WS-CONV-PESOS              TO EXT-IMP-PESOS
              MOVE WS-MON-CODIGO(WS-IX-MON)   TO EXT-IMP-MONEDA-DESTINO
              MOVE WS-CONV-IMPORTE-MON        TO EXT-IMP-IMPORTE-DESTINO
              MOVE WS-MON-COTIZACION(WS-IX-MON)
                TO EXT-IMP-COTIZACION
              PERFORM 2650-GRABAR-EXTRACTO
                 THRU 2650-GRABAR-EXTRACTO-FIN
           END-IF.

       2475-CONVERTIR-UNA-MONEDA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * 2480-IMPUTAR-PAGOS : BLOQUE "IMPUTACION DE LOS PAGOS" DEL       *
      * RESUMEN, DESPUES DEL PAGO MINIMO. CADA PAGO DEL PERIODO, EN     *
      * ORDEN DE LLEGADA Y EN PESOS, CUBRE LOS CONCEPTOS PENDIENTES EN  *
      * ESTE ORDEN: CARGOS FINANCIEROS DEL CORTE (INCLUIDOS LOS CARGOS  *
      * E INTERESES DE ADELANTOS EN EFECTIVO), CARGOS DE SERVICIO       *
      * 'G' DEL PERIODO, CUOTAS QUE VENCEN EN EL PERIODO, PAGO MINIMO   *
      * VENCIDO (EL EXIGIDO EN EL RESUMEN ANTERIOR) Y, LO QUE SOBRE,    *
      * RESTO DEL SALDO. UNA LINEA POR PAGO, UNA POR CONCEPTO CUBIERTO  *
      * Y UN REGISTRO '10' TIPO 'A' DEL EXTRACTO POR CADA IMPUTACION.   *
      * SIN PAGOS EN EL PERIODO NO SE IMPRIME NADA.                     *
      *----------------------------------------------------------------*
       2480-IMPUTAR-PAGOS.

           IF WS-CANT-PAGOS-TARJ > 0
              MOVE 'CARGOS FINANCIEROS'    TO WS-IMP-CONCEPTO(1)
              ADD WS-CARGO-FINANCIERO WS-ACU-CARGOS-ADE-PESOS
                  GIVING WS-IMP-PENDIENTE(1)
              MOVE 'CARGOS DE SERVICIO'    TO WS-IMP-CONCEPTO(2)
              MOVE WS-ACU-CARGSERV-PESOS   TO WS-IMP-PENDIENTE(2)
              MOVE 'CUOTAS DEL PERIODO'    TO WS-IMP-CONCEPTO(3)
              MOVE WS-ACU-CUOTAS-PESOS     TO WS-IMP-PENDIENTE(3)
              MOVE 'PAGO MINIMO VENCIDO'   TO WS-IMP-CONCEPTO(4)
              PERFORM 2482-BUSCAR-MINIMO-VENCIDO
                 THRU 2482-BUSCAR-MINIMO-VENCIDO-FIN
              MOVE 'RESTO DEL SALDO'       TO WS-IMP-CONCEPTO(5)
              MOVE 0                       TO WS-IMP-PENDIENTE(5)

              MOVE LINEA-IMPUTACION-TITULO TO LINEA
              PERFORM 2600-GRABAR-RESUMENES
                 THRU 2600-GRABAR-RESUMENES-FIN
              ADD 1 TO WS-CANT-REG-GRABADOS

              PERFORM 2484-IMPUTAR-UN-PAGO
                 THRU 2484-IMPUTAR-UN-PAGO-FIN
                 VARYING WS-IX-PAG FROM 1 BY 1
                    UNTIL WS-IX-PAG > WS-CANT-PAGOS-TARJ

              MOVE LINEA-SEPARADOR TO LINEA
              PERFORM 2600-GRABAR-RESUMENES
                 THRU 2600-GRABAR-RESUMENES-FIN
              ADD 1 TO WS-CANT-REG-GRABADOS
           END-IF.

       2480-IMPUTAR-PAGOS-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * 2482-BUSCAR-MINIMO-VENCIDO : PAGO MINIMO QUE EXIGIA EL RESUMEN  *
      * ANTERIOR DE LA TARJETA, TODAVIA SIN ACTUALIZAR EN               *
      * MOROSIDAD-WRK (2288 LO REEMPLAZA DESPUES DE ESTE RESUMEN). EN   *
      * REIMPRESION NO HAY ARCHIVO DE MORA ABIERTO Y QUEDA EN CERO.     *
      *----------------------------------------------------------------*
       2482-BUSCAR-MINIMO-VENCIDO.

           MOVE 0 TO WS-IMP-PENDIENTE(4).

           IF WS-NO-ES-REIMPRESION
              MOVE WS-TARJETA-ANTERIOR TO MRW-NRO-TARJ
              READ MOROSIDAD-WRK KEY IS MRW-NRO-TARJ
              IF FS-MOR-WRK-OK
                 MOVE MRW-PAGO-MINIMO TO WS-IMP-PENDIENTE(4)
              END-IF
           END-IF.

       2482-BUSCAR-MINIMO-VENCIDO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * 2484-IMPUTAR-UN-PAGO : IMPRIME EL PAGO WS-IX-PAG Y LO REPARTE   *
      * ENTRE LOS CONCEPTOS QUE SIGUEN PENDIENTES, EN ORDEN.            *
      *----------------------------------------------------------------*
       2484-IMPUTAR-UN-PAGO.

           MOVE WS-PAG-PESOS(WS-IX-PAG) TO WS-IMP-RESTO-PAGO.
           MOVE WS-PAG-FECHA(WS-IX-PAG) TO WS-IMP-FECHA-TXT.

           MOVE WS-IMP-DIA                TO IMP-DIA.
           MOVE WS-IMP-MES                TO IMP-MES.
           MOVE WS-IMP-ANIO               TO IMP-ANIO.
           MOVE WS-PAG-MONEDA(WS-IX-PAG)  TO IMP-MONEDA-PAGO.
           MOVE WS-PAG-IMPORTE(WS-IX-PAG) TO IMP-IMPORTE-PAGO.
           MOVE WS-PAG-PESOS(WS-IX-PAG)   TO IMP-PESOS-PAGO.
           MOVE LINEA-IMPUTACION-PAGO TO LINEA.
           PERFORM 2600-GRABAR-RESUMENES
              THRU 2600-GRABAR-RESUMENES-FIN.
           ADD 1 TO WS-CANT-REG-GRABADOS.

           PERFORM 2486-IMPUTAR-CONCEPTO
              THRU 2486-IMPUTAR-CONCEPTO-FIN
              VARYING WS-IX-IMP FROM 1 BY 1
                 UNTIL WS-IX-IMP > 5 OR WS-IMP-RESTO-PAGO = 0.

           ADD 1 TO WS-CANT-PAGOS-IMPUTADOS.

       2484-IMPUTAR-UN-PAGO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * 2486-IMPUTAR-CONCEPTO : APLICA LO QUE QUEDA DEL PAGO AL         *
      * CONCEPTO WS-IX-IMP HASTA CUBRIR LO PENDIENTE. EL ULTIMO         *
      * CONCEPTO (RESTO DEL SALDO) SE QUEDA CON TODO LO QUE SOBRE.      *
      *----------------------------------------------------------------*
       2486-IMPUTAR-CONCEPTO.

           IF WS-IX-IMP = 5
              OR WS-IMP-PENDIENTE(WS-IX-IMP) > WS-IMP-RESTO-PAGO
              MOVE WS-IMP-RESTO-PAGO TO WS-IMP-APLICADO
           ELSE
              MOVE WS-IMP-PENDIENTE(WS-IX-IMP) TO WS-IMP-APLICADO
           END-IF.

           IF WS-IMP-APLICADO > 0
              SUBTRACT WS-IMP-APLICADO FROM WS-IMP-RESTO-PAGO
              IF WS-IX-IMP < 5
                 SUBTRACT WS-IMP-APLICADO
                     FROM WS-IMP-PENDIENTE(WS-IX-IMP)
              END-IF
      * LO QUE EXCEDE CARGOS, SERVICIOS Y CUOTAS CANCELA PRIMERO EL
      * SALDO DE ADELANTOS EN EFECTIVO (2495).
              IF WS-IX-IMP > 3
                 ADD WS-IMP-APLICADO TO WS-ADE-PAGADO
              END-IF

              MOVE WS-IMP-CONCEPTO(WS-IX-IMP) TO IMC-CONCEPTO
              MOVE WS-IMP-APLICADO            TO IMC-IMPORTE
              MOVE LINEA-IMPUTACION-CONCEPTO TO LINEA
              PERFORM 2600-GRABAR-RESUMENES
                 THRU 2600-GRABAR-RESUMENES-FIN
              ADD 1 TO WS-CANT-REG-GRABADOS

              MOVE SPACES TO EXT-DATOS
              MOVE '10' TO EXT-TIPO-REG
              MOVE WS-PAG-FECHA(WS-IX-PAG)    TO EXT-IMP-FECHA-PAGO
              MOVE WS-PAG-MONEDA(WS-IX-PAG)   TO EXT-IMP-MONEDA-PAGO
              MOVE WS-PAG-IMPORTE(WS-IX-PAG)  TO EXT-IMP-IMPORTE-PAGO
              MOVE 'A'                        TO EXT-IMP-TIPO
              MOVE WS-IMP-CONCEPTO(WS-IX-IMP) TO EXT-IMP-CONCEPTO
              MOVE WS-IMP-APLICADO            TO EXT-IMP-PESOS
              MOVE 0 TO EXT-IMP-IMPORTE-DESTINO
              MOVE 0 TO EXT-IMP-COTIZACION
              PERFORM 2650-GRABAR-EXTRACTO
                 THRU 2650-GRABAR-EXTRACTO-FIN
           END-IF.

       2486-IMPUTAR-CONCEPTO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * 2490-IMPRIMIR-ADELANTOS : BLOQUE "ADELANTOS EN EFECTIVO" DEL    *
      * RESUMEN, ANTES DE LOS TOTALES. DEVENGA EL INTERES DEL SALDO DE  *
      * ADELANTOS ARRASTRADO DEL RESUMEN ANTERIOR (WS-DIAS-PERIODO-ADE  *
      * DIAS A LA TASA DIARIA, EN PESOS Y SUMADO AL SALDO) E IMPRIME    *
      * CADA ADELANTO DEL PERIODO CON SU CARGO Y SU INTERES, EL         *
      * INTERES DEL SALDO ARRASTRADO Y EL TOTAL DE CARGOS E INTERESES;  *
      * UN REGISTRO '11' DEL EXTRACTO POR ADELANTO ('A') Y OTRO POR EL  *
      * INTERES DEL SALDO ARRASTRADO ('I'). SIN ADELANTOS NI SALDO DE   *
      * ADELANTOS NO SE IMPRIME NADA.                                   *
      *----------------------------------------------------------------*
       2490-IMPRIMIR-ADELANTOS.

           COMPUTE WS-ADE-INTERES-ANT =
                   WS-ADE-SALDO-ANT * WS-TASA-DIARIA-ADE
                   * WS-DIAS-PERIODO-ADE.

           IF WS-ADE-INTERES-ANT > 0
              ADD WS-ADE-INTERES-ANT TO WS-ACU-PESOS
              ADD WS-ADE-INTERES-ANT TO WS-MON-GL-NETO-CTRL(1)
              ADD WS-ADE-INTERES-ANT TO WS-GL-INTERES-ADE-ARS
              ADD WS-ADE-INTERES-ANT TO WS-ACU-CARGOS-ADE-PESOS
           END-IF.

           IF WS-CANT-ADELANTOS-TARJ > 0 OR WS-ADE-INTERES-ANT > 0
              MOVE LINEA-SEPARADOR TO LINEA
              PERFORM 2600-GRABAR-RESUMENES
                 THRU 2600-GRABAR-RESUMENES-FIN
              MOVE LINEA-ADELANTO-TITULO TO LINEA
              PERFORM 2600-GRABAR-RESUMENES
                 THRU 2600-GRABAR-RESUMENES-FIN
              ADD 2 TO WS-CANT-REG-GRABADOS

              PERFORM 2492-IMPRIMIR-UN-ADELANTO
                 THRU 2492-IMPRIMIR-UN-ADELANTO-FIN
                 VARYING WS-IX-ADE FROM 1 BY 1
                    UNTIL WS-IX-ADE > WS-CANT-ADELANTOS-TARJ

              IF WS-ADE-INTERES-ANT > 0
                 MOVE WS-ADE-SALDO-ANT    TO ADA-SALDO
                 MOVE WS-DIAS-PERIODO-ADE TO ADA-DIAS
                 MOVE WS-ADE-INTERES-ANT  TO ADA-IMPORTE
                 MOVE LINEA-ADELANTO-ARRASTRE TO LINEA
                 PERFORM 2600-GRABAR-RESUMENES
                    THRU 2600-GRABAR-RESUMENES-FIN
                 ADD 1 TO WS-CANT-REG-GRABADOS

                 MOVE SPACES TO EXT-DATOS
                 MOVE '11' TO EXT-TIPO-REG
                 MOVE 'I'                 TO EXT-ADE-TIPO
                 MOVE 'ARS'               TO EXT-ADE-MONEDA
                 MOVE WS-ADE-SALDO-ANT    TO EXT-ADE-IMPORTE
                 MOVE WS-ADE-SALDO-ANT    TO EXT-ADE-PESOS
                 MOVE 0                   TO EXT-ADE-CARGO
                 MOVE WS-DIAS-PERIODO-ADE TO EXT-ADE-DIAS
                 MOVE WS-ADE-INTERES-ANT  TO EXT-ADE-INTERES
                 PERFORM 2650-GRABAR-EXTRACTO
                    THRU 2650-GRABAR-EXTRACTO-FIN
              END-IF

              MOVE WS-ACU-CARGOS-ADE-PESOS TO ADT-IMPORTE
              MOVE LINEA-ADELANTO-TOTAL TO LINEA
              PERFORM 2600-GRABAR-RESUMENES
                 THRU 2600-GRABAR-RESUMENES-FIN
              ADD 1 TO WS-CANT-REG-GRABADOS
           END-IF.

       2490-IMPRIMIR-ADELANTOS-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * 2492-IMPRIMIR-UN-ADELANTO : LINEAS DEL ADELANTO WS-IX-ADE       *
      * (IMPORTE ORIGINAL Y EN PESOS, CARGO E INTERES) Y SU REGISTRO    *
      * '11' DEL EXTRACTO.                                              *
      *----------------------------------------------------------------*
       2492-IMPRIMIR-UN-ADELANTO.

           MOVE WS-ADE-FECHA(WS-IX-ADE) TO WS-IMP-FECHA-TXT.
           MOVE WS-IMP-DIA                  TO ADM-DIA.
           MOVE WS-IMP-MES                  TO ADM-MES.
           MOVE WS-IMP-ANIO                 TO ADM-ANIO.
           MOVE WS-ADE-DETALLE(WS-IX-ADE)   TO ADM-DETALLE.
           MOVE WS-ADE-MONEDA(WS-IX-ADE)    TO ADM-MONEDA.
           MOVE WS-ADE-IMPORTE(WS-IX-ADE)   TO ADM-IMPORTE.
           MOVE WS-ADE-PESOS(WS-IX-ADE)     TO ADM-PESOS.
           MOVE LINEA-ADELANTO-MOV TO LINEA.
           PERFORM 2600-GRABAR-RESUMENES
              THRU 2600-GRABAR-RESUMENES-FIN.

           MOVE WS-ADE-CARGO(WS-IX-ADE)     TO ADC-IMPORTE.
           MOVE LINEA-ADELANTO-CARGO TO LINEA.
           PERFORM 2600-GRABAR-RESUMENES
              THRU 2600-GRABAR-RESUMENES-FIN.

           MOVE WS-ADE-DIAS(WS-IX-ADE)      TO ADI-DIAS.
           MOVE WS-TNA-ADELANTO             TO ADI-TNA.
           MOVE WS-ADE-INTERES(WS-IX-ADE)   TO ADI-IMPORTE.
           MOVE LINEA-ADELANTO-INTERES TO LINEA.
           PERFORM 2600-GRABAR-RESUMENES
              THRU 2600-GRABAR-RESUMENES-FIN.
           ADD 3 TO WS-CANT-REG-GRABADOS.

           MOVE SPACES TO EXT-DATOS.
           MOVE '11' TO EXT-TIPO-REG.
           MOVE 'A'                         TO EXT-ADE-TIPO.
           MOVE WS-ADE-FECHA(WS-IX-ADE)     TO EXT-ADE-FECHA.
           MOVE WS-ADE-DETALLE(WS-IX-ADE)   TO EXT-ADE-DETALLE.
           MOVE WS-ADE-MONEDA(WS-IX-ADE)    TO EXT-ADE-MONEDA.
           MOVE WS-ADE-IMPORTE(WS-IX-ADE)   TO EXT-ADE-IMPORTE.
           MOVE WS-ADE-PESOS(WS-IX-ADE)     TO EXT-ADE-PESOS.
           MOVE WS-ADE-CARGO(WS-IX-ADE)     TO EXT-ADE-CARGO.
           MOVE WS-ADE-DIAS(WS-IX-ADE)      TO EXT-ADE-DIAS.
           MOVE WS-ADE-INTERES(WS-IX-ADE)   TO EXT-ADE-INTERES.
           PERFORM 2650-GRABAR-EXTRACTO
              THRU 2650-GRABAR-EXTRACTO-FIN.

       2492-IMPRIMIR-UN-ADELANTO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * 2495-CALCULAR-SALDO-ADELANTO : SALDO DE ADELANTOS EN EFECTIVO   *
      * QUE QUEDA AL CIERRE PARA EL MAESTRO: EL ARRASTRADO MAS LOS      *
      * ADELANTOS DEL PERIODO EN PESOS MENOS LO QUE LOS PAGOS CUBRIERON *
      * DESPUES DE CARGOS, SERVICIOS Y CUOTAS, SIN BAJAR DE CERO NI     *
      * SUPERAR EL SALDO TOTAL DE LA TARJETA.                           *
      *----------------------------------------------------------------*
       2495-CALCULAR-SALDO-ADELANTO.

           COMPUTE WS-ADE-SALDO-CALC = WS-ADE-SALDO-ANT
                                     + WS-ACU-ADELANTOS-PESOS
                                     - WS-ADE-PAGADO.

           IF WS-ADE-SALDO-CALC > WS-ACU-TOTAL
              MOVE WS-ACU-TOTAL TO WS-ADE-SALDO-CALC
           END-IF.

           IF WS-ADE-SALDO-CALC < 0
              MOVE 0 TO WS-ADE-SALDO-NUEVO
           ELSE
              MOVE WS-ADE-SALDO-CALC TO WS-ADE-SALDO-NUEVO
           END-IF.

       2495-CALCULAR-SALDO-ADELANTO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2500-PROCESAR-TOTALES.
           PERFORM 2490-IMPRIMIR-ADELANTOS
              THRU 2490-IMPRIMIR-ADELANTOS-FIN.

           PERFORM 2470-CONVERTIR-PAGOS-PESOS
              THRU 2470-CONVERTIR-PAGOS-PESOS-FIN.

           MOVE 0 TO WS-IMPORTE-AUX.
           MOVE 0 TO WS-ACU-TOTAL.
           MOVE WS-ACU-PESOS TO TOT-ACUM-PESOS.
              THRU 2600-GRABAR-RESUMENES-FIN.
           ADD 2 TO WS-CANT-REG-GRABADOS.

           PERFORM 2480-IMPUTAR-PAGOS
              THRU 2480-IMPUTAR-PAGOS-FIN.

           PERFORM 2495-CALCULAR-SALDO-ADELANTO
              THRU 2495-CALCULAR-SALDO-ADELANTO-FIN.

           PERFORM 2540-IMPRIMIR-CUOTAS-VENCER
              THRU 2540-IMPRIMIR-CUOTAS-VENCER-FIN.

           PERFORM 2550-IMPRIMIR-PUNTOS
              THRU 2550-IMPRIMIR-PUNTOS-FIN.

      *    ES EXIGIBLE, NI COMO CUOTA NI COMO PISO DE CONTADO.          *
      *  - EL RESTO (CONSUMOS DE CONTADO DEL PERIODO, NETOS DE PAGOS Y  *
      *    DEVOLUCIONES) MANTIENE EL VIEJO PISO HISTORICO DEL 5%.       *
      * LOS ADELANTOS EN EFECTIVO NO PAGAN EL CARGO FINANCIERO          *
      * REVOLVENTE: EL SALDO DE ADELANTOS ARRASTRADO SE DESCUENTA DE LA *
      * BASE DEL CARGO, Y SUS CARGOS E INTERESES (WS-ACU-CARGOS-ADE-    *
      * PESOS, YA SUMADOS AL SALDO) SE EXIGEN ENTEROS, FUERA DEL 5%.    *
      *----------------------------------------------------------------*
       2530-CALCULAR-PAGO-MINIMO.

           IF WS-ACU-SALDO-ANT-PESOS > WS-ADE-SALDO-ANT
              SUBTRACT WS-ADE-SALDO-ANT FROM WS-ACU-SALDO-ANT-PESOS
                  GIVING WS-BASE-REVOLVENTE
           ELSE
              MOVE 0 TO WS-BASE-REVOLVENTE
           END-IF.

      * EL CARGO FINANCIERO SE GUARDA APARTE PARA QUE EL EXTRACTO
      * CONTABLE PUEDA INFORMAR EL TOTAL DEVENGADO EN LA CORRIDA.
           MULTIPLY WS-BASE-REVOLVENTE BY WS-PORC-FINANCIACION
                 GIVING WS-CARGO-FINANCIERO.

           ADD WS-CARGO-FINANCIERO TO WS-GL-CARGOS-ARS.

           ADD WS-ACU-CUOTAS-PESOS TO WS-PAGO-MIN.

           ADD WS-ACU-CARGOS-ADE-PESOS TO WS-PAGO-MIN.

           SUBTRACT WS-ACU-SALDO-ANT-PESOS WS-ACU-CUOTAS-TOTAL-PESOS
                    WS-ACU-CARGOS-ADE-PESOS
               FROM WS-ACU-TOTAL GIVING WS-BASE-FINANCIACION.

           IF WS-BASE-FINANCIACION > 0
       2530-CALCULAR-PAGO-MINIMO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * 2540-IMPRIMIR-CUOTAS-VENCER : BLOQUE DE CUOTAS A VENCER DEL     *
      * RESUMEN, DESPUES DEL PAGO MINIMO: UNA LINEA (Y UN REGISTRO '08' *
      * DEL EXTRACTO) POR CADA PLAN ABIERTO DE LA TARJETA CON CUOTAS    *
      * PENDIENTES, CON LA CANTIDAD QUE FALTA, EL IMPORTE DE LA CUOTA Y *
      * EL SALDO QUE QUEDA POR VENCER. SIN PLANES ABIERTOS NO SE        *
      * IMPRIME NADA.                                                   *
      *----------------------------------------------------------------*
       2540-IMPRIMIR-CUOTAS-VENCER.

           MOVE 0 TO WS-CANT-CUOTAS-VENCER-TARJ.
           SET WS-PLN-WRK-EOF-NO TO TRUE.
           MOVE WS-TARJETA-ANTERIOR TO WS-PLN-TARJ-BUSCADA.
           MOVE WS-TARJETA-ANTERIOR TO PLW-NRO-TARJ.
           MOVE LOW-VALUES          TO PLW-FECHA-COMPRA.
           MOVE LOW-VALUES          TO PLW-DETALLE.
           START PLANES-WRK KEY IS NOT LESS THAN PLW-CLAVE
             INVALID KEY
                SET WS-PLN-WRK-EOF-YES TO TRUE
           END-START.

           IF WS-PLN-WRK-EOF-NO
              PERFORM 2429-LEER-PLAN-TARJETA
                 THRU 2429-LEER-PLAN-TARJETA-FIN
              PERFORM 2545-IMPRIMIR-UN-PLAN
                 THRU 2545-IMPRIMIR-UN-PLAN-FIN
                UNTIL WS-PLN-WRK-EOF-YES
           END-IF.

           IF WS-CANT-CUOTAS-VENCER-TARJ > 0
              MOVE LINEA-SEPARADOR TO LINEA
              PERFORM 2600-GRABAR-RESUMENES
                 THRU 2600-GRABAR-RESUMENES-FIN
              ADD 1 TO WS-CANT-REG-GRABADOS
           END-IF.

       2540-IMPRIMIR-CUOTAS-VENCER-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2545-IMPRIMIR-UN-PLAN.

           IF PLW-ABIERTO AND PLW-ULT-CUOTA < PLW-CANT-CUOTAS
              IF WS-CANT-CUOTAS-VENCER-TARJ = 0
                 MOVE LINEA-CUOTAS-TITULO TO LINEA
                 PERFORM 2600-GRABAR-RESUMENES
                    THRU 2600-GRABAR-RESUMENES-FIN
                 ADD 1 TO WS-CANT-REG-GRABADOS
              END-IF
              ADD 1 TO WS-CANT-CUOTAS-VENCER-TARJ

              SUBTRACT PLW-ULT-CUOTA FROM PLW-CANT-CUOTAS
                GIVING WS-PLN-CUOTAS-PENDIENTES
      * LA ULTIMA CUOTA LLEVA EL RESTO DEL REDONDEO: LO QUE QUEDA POR
      * VENCER ES EL TOTAL MENOS LAS CUOTAS PURAS YA FACTURADAS.
              COMPUTE WS-PLN-SALDO-PENDIENTE =
                      PLW-IMPORTE-TOTAL
                      - PLW-IMPORTE-CUOTA * PLW-ULT-CUOTA

              MOVE PLW-DETALLE              TO CAV-DETALLE
              MOVE WS-PLN-CUOTAS-PENDIENTES TO CAV-PENDIENTES
              MOVE PLW-CANT-CUOTAS          TO CAV-CANT-CUOTAS
              MOVE PLW-IMPORTE-CUOTA        TO CAV-IMPORTE-CUOTA
              MOVE WS-PLN-SALDO-PENDIENTE   TO CAV-SALDO
              MOVE PLW-MONEDA               TO CAV-MONEDA
              MOVE LINEA-CUOTAS-VENCER TO LINEA
              PERFORM 2600-GRABAR-RESUMENES
                 THRU 2600-GRABAR-RESUMENES-FIN
              ADD 1 TO WS-CANT-REG-GRABADOS

              MOVE SPACES TO EXT-DATOS
              MOVE '08' TO EXT-TIPO-REG
              MOVE PLW-FECHA-COMPRA         TO EXT-CUO-FECHA-COMPRA
              MOVE PLW-DETALLE              TO EXT-CUO-DETALLE
              MOVE PLW-CANT-CUOTAS          TO EXT-CUO-CANT-CUOTAS
              MOVE WS-PLN-CUOTAS-PENDIENTES TO EXT-CUO-CANT-PENDIENTES
              MOVE PLW-IMPORTE-CUOTA        TO EXT-CUO-IMPORTE-CUOTA
              MOVE WS-PLN-SALDO-PENDIENTE   TO EXT-CUO-SALDO-PENDIENTE
              MOVE PLW-MONEDA               TO EXT-CUO-MONEDA
              PERFORM 2650-GRABAR-EXTRACTO
                 THRU 2650-GRABAR-EXTRACTO-FIN
           END-IF.

           PERFORM 2429-LEER-PLAN-TARJETA
              THRU 2429-LEER-PLAN-TARJETA-FIN.

       2545-IMPRIMIR-UN-PLAN-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * 2550-IMPRIMIR-PUNTOS : BLOQUE DE PUNTOS DEL RESUMEN, DESPUES DE *
      * LOS TOTALES: PUNTOS GANADOS EN EL PERIODO, AJUSTES POR          *
      * DEVOLUCIONES Y SALDO ACUMULADO, QUE TAMBIEN SE DEJA ACTUALIZADO *
           PERFORM 3070-REGRABAR-PUNTOS
              THRU 3070-REGRABAR-PUNTOS-FIN.

           PERFORM 3090-REGRABAR-PLANES
              THRU 3090-REGRABAR-PLANES-FIN.

           IF WS-NO-ES-REIMPRESION
              CLOSE HISTORIAL
              IF NOT FS-HISTORIAL-OK
                 DISPLAY 'ERROR AL CERRAR EL HISTORIAL: '
                         FS-HISTORIAL
              END-IF
              CLOSE PERCEPCIONES
              IF NOT FS-PERCEPCIONES-OK
                 DISPLAY 'ERROR AL CERRAR EL REGISTRO DE PERCEPCIONES: '
                         FS-PERCEPCIONES
              END-IF
              CLOSE CASTIGOS
              IF NOT FS-CASTIGOS-OK
                 DISPLAY 'ERROR AL CERRAR EL LIBRO DE CASTIGOS: '
                         FS-CASTIGOS
              END-IF
              CLOSE CIERRES
              IF NOT FS-CIERRES-OK
                 DISPLAY 'ERROR AL CERRAR EL ARCHIVO DE CIERRES: '
       3080-GRABAR-UN-PUNTO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * 3090-REGRABAR-PLANES : PERSISTE LOS PLANES DE CUOTAS PARA EL    *
      * PROXIMO CICLO RECORRIENDO EL ARCHIVO DE TRABAJO DE PUNTA A      *
      * PUNTA. LOS PLANES CERRADOS O DEVUELTOS EN UN PERIODO ANTERIOR   *
      * SE DEPURAN; LOS CERRADOS EN ESTE PERIODO SE CONSERVAN UN CICLO  *
      * MAS COMO CONSTANCIA. NO SE REGRABA EN MODO REIMPRESION.         *
      *----------------------------------------------------------------*
       3090-REGRABAR-PLANES.

           IF WS-NO-ES-REIMPRESION
              SET WS-PLN-WRK-EOF-NO TO TRUE
              MOVE LOW-VALUES TO PLW-CLAVE
              START PLANES-WRK KEY IS NOT LESS THAN PLW-CLAVE
                INVALID KEY
                   SET WS-PLN-WRK-EOF-YES TO TRUE
              END-START

              OPEN OUTPUT PLANES-CUOTAS

              IF NOT FS-PLANES-OK
                 DISPLAY 'ERROR AL REGRABAR PLANES-CUOTAS.SEQ'
                 DISPLAY 'FILE STATUS: ' FS-PLANES
              ELSE
                 IF WS-PLN-WRK-EOF-NO
                    PERFORM 3091-LEER-PLN-WRK
                       THRU 3091-LEER-PLN-WRK-FIN
                    PERFORM 3092-GRABAR-UN-PLAN
                       THRU 3092-GRABAR-UN-PLAN-FIN
                      UNTIL WS-PLN-WRK-EOF-YES
                 END-IF

                 CLOSE PLANES-CUOTAS
                 IF NOT FS-PLANES-OK
                    DISPLAY 'ERROR AL CERRAR PLANES-CUOTAS.SEQ: '
                            FS-PLANES
                 END-IF
              END-IF
           END-IF.

           CLOSE PLANES-WRK.
           IF NOT FS-PLN-WRK-OK
              DISPLAY 'ERROR AL CERRAR PLANES-WRK.VSAM: '
                      FS-PLN-WRK
           END-IF.

           CLOSE CASTIGOS-WRK.
           IF NOT FS-CAS-WRK-OK
              DISPLAY 'ERROR AL CERRAR CASTIGOS-WRK.VSAM: '
                      FS-CAS-WRK
           END-IF.

       3090-REGRABAR-PLANES-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3091-LEER-PLN-WRK.

           READ PLANES-WRK NEXT RECORD
             AT END
                SET WS-PLN-WRK-EOF-YES        TO TRUE
             NOT AT END
                SET WS-PLN-WRK-EOF-NO         TO TRUE
           END-READ.

       3091-LEER-PLN-WRK-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3092-GRABAR-UN-PLAN.

           IF PLW-ABIERTO OR PLW-PER-CIERRE NOT < WS-PERIODO-PLAN-N
              MOVE PLW-NRO-TARJ      TO PLN-NRO-TARJ
              MOVE PLW-FECHA-COMPRA  TO PLN-FECHA-COMPRA
              MOVE PLW-DETALLE       TO PLN-DETALLE
              MOVE PLW-MONEDA        TO PLN-MONEDA
              MOVE PLW-CATEGORIA     TO PLN-CATEGORIA
              MOVE PLW-IMPORTE-TOTAL TO PLN-IMPORTE-TOTAL
              MOVE PLW-IMPORTE-CUOTA TO PLN-IMPORTE-CUOTA
              MOVE PLW-CANT-CUOTAS   TO PLN-CANT-CUOTAS
              MOVE PLW-ULT-CUOTA     TO PLN-ULT-CUOTA
              MOVE PLW-PER-ULT-CUOTA TO PLN-PER-ULT-CUOTA
              MOVE PLW-ESTADO        TO PLN-ESTADO
              MOVE PLW-PER-ALTA      TO PLN-PER-ALTA
              MOVE PLW-PER-CIERRE    TO PLN-PER-CIERRE
              WRITE REG-PLAN-CUOTAS
              IF NOT FS-PLANES-OK
                 DISPLAY 'ERROR AL GRABAR PLANES-CUOTAS.SEQ'
                 DISPLAY 'FILE STATUS: ' FS-PLANES
              END-IF
           END-IF.

           PERFORM 3091-LEER-PLN-WRK
              THRU 3091-LEER-PLN-WRK-FIN.

       3092-GRABAR-UN-PLAN-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * 3380-ENVEJECER-DORMIDAS : EL MOROSO TIPICO DEJA DE USAR LA      *
      * TARJETA, ASI QUE NUNCA PASA POR 2288: AQUI, AL CIERRE DE LA     *
      * CORRIDA, TODA TARJETA CON MINIMO EXIGIDO QUE NO FACTURO EN      *
                 IF WS-MAE-NOMBRE NOT = 'ERROR' AND WS-MAE-ACTIVA
                    MOVE MRW-NRO-TARJ     TO WS-BLOQUEO-NRO-TARJ
                    MOVE WS-MAE-SALDO-ANT TO WS-BLOQUEO-SALDO
                    MOVE WS-MAE-SALDO-ADELANTO
                      TO WS-BLOQUEO-SALDO-ADE
                    PERFORM 2289-GRABAR-BLOQUEO
                       THRU 2289-GRABAR-BLOQUEO-FIN
                 END-IF
                 MOVE RET-NRO-TARJ        TO RTW-NRO-TARJ
                 MOVE RET-FECHA           TO RTW-FECHA
                 MOVE RET-IMPORTE-PESOS   TO RTW-IMPORTE
                 MOVE RET-TIPO-OPERACION  TO RTW-TIPO-OPERACION
                 WRITE REG-RET-WRK
                 IF NOT FS-RET-WRK-OK
                    DISPLAY '*** ERROR AL GRABAR RETENC-WRK, SE '
           MOVE RTW-NRO-TARJ  TO RET-NRO-TARJ.
           MOVE RTW-FECHA     TO RET-FECHA.
           MOVE RTW-IMPORTE   TO RET-IMPORTE-PESOS.
           MOVE RTW-TIPO-OPERACION TO RET-TIPO-OPERACION.
           WRITE REG-RETENCION.

           IF NOT FS-RETENCIONES-OK
           IF WS-DEBITO-ACTIVO
              DISPLAY 'ORDENES DE DEBITO GEN.: ' WS-CANT-ORDENES-GEN
           END-IF.
           IF WS-NO-ES-REIMPRESION
              DISPLAY 'PLANES DE CUOTAS ABIERTOS : '
                      WS-CANT-PLANES-ABIERTOS
              DISPLAY 'PLANES DE CUOTAS CERRADOS : '
                      WS-CANT-PLANES-CERRADOS
              DISPLAY 'PLANES DE CUOTAS DEVUELTOS: '
                      WS-CANT-PLANES-DEVUELTOS
              DISPLAY 'PERCEPCIONES APLICADAS    : '
                      WS-CANT-PERCEPCIONES
              DISPLAY 'PERCEPCIONES REINTEGRADAS : '
                      WS-CANT-REINTEGROS-PERC
           END-IF.
           DISPLAY 'PAGOS IMPUTADOS           : '
                   WS-CANT-PAGOS-IMPUTADOS.
           DISPLAY 'PAGOS EN PESOS A OTRA MON.: '
                   WS-CANT-CONVERSIONES.
           DISPLAY 'ADELANTOS EN EFECTIVO     : '
                   WS-CANT-ADELANTOS.
           IF WS-CASTIGOS-PRESENTE
              DISPLAY 'RECUPEROS DE CASTIGOS     : '
                      WS-CANT-RECUPEROS
              DISPLAY 'RECUPERADO EN PESOS       : '
                      WS-ACU-RECUPEROS-PESOS
           END-IF.
           DISPLAY '--------------------------------------'.

           PERFORM 4010-MOSTRAR-DESGLOSE-ERRORES
           EXIT.
      *----------------------------------------------------------------*
      * 4100-GRABAR-ASIENTOS-GL : EXTRACTO CONTABLE DE LA CORRIDA: UNA  *
      * LINEA POR CONCEPTO Y MONEDA CON MOVIMIENTO (CONSUMOS, CARGOS    *
      * FINANCIEROS Y PERCEPCIONES AL DEBE; PAGOS, DEVOLUCIONES Y       *
      * DESCUENTOS AL HABER) MAS UNA CONTRAPARTIDA DE CARTERA POR       *
      * MONEDA QUE IGUALA DEBE Y HABER. ANTES DE GRABAR CADA MONEDA SE  *
      * VERIFICA QUE EL NETO DE LOS CONCEPTOS COINCIDA CON EL NETO     *
      * REALMENTE FACTURADO EN LOS RESUMENES (WS-MON-GL-NETO-CTRL); UNA *
      * DIFERENCIA SE DENUNCIA POR CONSOLA Y EN CONTROL.LOG.            *
      *----------------------------------------------------------------*
       4100-GRABAR-ASIENTOS-GL.

                   - WS-MON-GL-DEVOL(WS-IX-GL)
                   - WS-MON-GL-DTOS(WS-IX-GL).

      * LAS PERCEPCIONES ENTRAN AL SALDO EN PESOS DEL RESUMEN, ASI QUE
      * FORMAN PARTE DEL NETO FACTURADO DE ARS QUE SE VERIFICA.
           IF WS-IX-GL = 1
              ADD WS-GL-PERCEP-ARS TO WS-GL-NETO-MONEDA
           END-IF.

      * LOS PAGOS EN PESOS APLICADOS A OTRA MONEDA MUEVEN EL SALDO
      * FACTURADO DE LAS DOS MONEDAS.
           ADD WS-MON-GL-CONVERSION(WS-IX-GL) TO WS-GL-NETO-MONEDA.

      * LOS ADELANTOS EN EFECTIVO ENTRAN AL SALDO EN SU MONEDA; SUS
      * CARGOS E INTERESES, AL SALDO EN PESOS.
           ADD WS-MON-GL-ADELANTOS(WS-IX-GL) TO WS-GL-NETO-MONEDA.
           IF WS-IX-GL = 1
              ADD WS-GL-CARGOS-ADE-ARS  TO WS-GL-NETO-MONEDA
              ADD WS-GL-INTERES-ADE-ARS TO WS-GL-NETO-MONEDA
           END-IF.

      * UNA MONEDA COTIZADA PERO SIN NINGUN MOVIMIENTO EN LA CORRIDA
      * NO GENERA ASIENTOS.
           IF WS-MON-GL-CONSUMOS(WS-IX-GL) NOT = 0
              OR WS-MON-GL-DTOS(WS-IX-GL) NOT = 0
              OR WS-MON-GL-CARGSERV(WS-IX-GL) NOT = 0
              OR (WS-IX-GL = 1 AND WS-GL-CARGOS-ARS NOT = 0)
              OR (WS-IX-GL = 1 AND WS-GL-PERCEP-ARS NOT = 0)
              OR WS-MON-GL-RECUPEROS(WS-IX-GL) NOT = 0
              OR WS-MON-GL-CONVERSION(WS-IX-GL) NOT = 0
              OR WS-MON-GL-ADELANTOS(WS-IX-GL) NOT = 0
              OR (WS-IX-GL = 1 AND WS-GL-CARGOS-ADE-ARS NOT = 0)
              OR (WS-IX-GL = 1 AND WS-GL-INTERES-ADE-ARS NOT = 0)

              IF WS-GL-NETO-MONEDA
                 NOT = WS-MON-GL-NETO-CTRL(WS-IX-GL)
                 ADD WS-GL-CARGOS-ARS TO WS-GL-NETO-MONEDA
              END-IF

      * PERCEPCIONES IMPOSITIVAS NETAS DE REINTEGROS: AL DEBE SI SE
      * PERCIBIO MAS DE LO REINTEGRADO, AL HABER SI NO. YA ESTAN
      * SUMADAS AL NETO DE LA MONEDA.
              IF WS-IX-GL = 1 AND WS-GL-PERCEP-ARS NOT = 0
                 MOVE 'PERCEPCIONES IMPUESTOS' TO GL-CONCEPTO
                 IF WS-GL-PERCEP-ARS > 0
                    MOVE WS-GL-PERCEP-ARS TO GL-DEBE
                    MOVE 0 TO GL-HABER
                 ELSE
                    MOVE 0 TO GL-DEBE
                    COMPUTE GL-HABER = WS-GL-PERCEP-ARS * -1
                 END-IF
                 PERFORM 4120-GRABAR-ASIENTO
                    THRU 4120-GRABAR-ASIENTO-FIN
              END-IF

      * CONVERSION DE PAGOS EN PESOS: AL DEBE EN ARS (PESOS APLICADOS),
      * AL HABER EN LA MONEDA CUYO SALDO SE CANCELO. YA ESTA SUMADA AL
      * NETO DE LA MONEDA.
              IF WS-MON-GL-CONVERSION(WS-IX-GL) NOT = 0
                 MOVE 'CONVERSION PAGO PESOS' TO GL-CONCEPTO
                 IF WS-MON-GL-CONVERSION(WS-IX-GL) > 0
                    MOVE WS-MON-GL-CONVERSION(WS-IX-GL) TO GL-DEBE
                    MOVE 0 TO GL-HABER
                 ELSE
                    MOVE 0 TO GL-DEBE
                    COMPUTE GL-HABER =
                            WS-MON-GL-CONVERSION(WS-IX-GL) * -1
                 END-IF
                 PERFORM 4120-GRABAR-ASIENTO
                    THRU 4120-GRABAR-ASIENTO-FIN
              END-IF

      * ADELANTOS EN EFECTIVO Y SUS CARGOS E INTERESES, AL DEBE. YA
      * ESTAN SUMADOS AL NETO DE LA MONEDA.
              IF WS-MON-GL-ADELANTOS(WS-IX-GL) NOT = 0
                 MOVE 'ADELANTOS EFECTIVO' TO GL-CONCEPTO
                 MOVE WS-MON-GL-ADELANTOS(WS-IX-GL) TO GL-DEBE
                 MOVE 0 TO GL-HABER
                 PERFORM 4120-GRABAR-ASIENTO
                    THRU 4120-GRABAR-ASIENTO-FIN
              END-IF

              IF WS-IX-GL = 1 AND WS-GL-CARGOS-ADE-ARS NOT = 0
                 MOVE 'CARGOS ADELANTOS' TO GL-CONCEPTO
                 MOVE WS-GL-CARGOS-ADE-ARS TO GL-DEBE
                 MOVE 0 TO GL-HABER
                 PERFORM 4120-GRABAR-ASIENTO
                    THRU 4120-GRABAR-ASIENTO-FIN
              END-IF

              IF WS-IX-GL = 1 AND WS-GL-INTERES-ADE-ARS NOT = 0
                 MOVE 'INTERESES ADELANTOS' TO GL-CONCEPTO
                 MOVE WS-GL-INTERES-ADE-ARS TO GL-DEBE
                 MOVE 0 TO GL-HABER
                 PERFORM 4120-GRABAR-ASIENTO
                    THRU 4120-GRABAR-ASIENTO-FIN
              END-IF

      * CONTRAPARTIDA DE CARTERA: LO QUE FALTA PARA QUE EL DEBE DE LA
      * MONEDA IGUALE A SU HABER.
              IF WS-GL-NETO-MONEDA NOT = 0
                 PERFORM 4120-GRABAR-ASIENTO
                    THRU 4120-GRABAR-ASIENTO-FIN
              END-IF

      * RECUPEROS DE CARTERA CASTIGADA: NO PASAN POR LOS RESUMENES
      * (LA CARTERA YA SE DIO DE BAJA AL CASTIGAR), ASI QUE QUEDAN
      * FUERA DEL NETO Y LLEVAN SU PROPIA CONTRAPARTIDA.
              IF WS-MON-GL-RECUPEROS(WS-IX-GL) NOT = 0
                 MOVE 'CONTRAPARTIDA RECUPERO' TO GL-CONCEPTO
                 MOVE WS-MON-GL-RECUPEROS(WS-IX-GL) TO GL-DEBE
                 MOVE 0 TO GL-HABER
                 PERFORM 4120-GRABAR-ASIENTO
                    THRU 4120-GRABAR-ASIENTO-FIN
                 MOVE 'RECUPERO CASTIGOS' TO GL-CONCEPTO
                 MOVE 0 TO GL-DEBE
                 MOVE WS-MON-GL-RECUPEROS(WS-IX-GL) TO GL-HABER
                 PERFORM 4120-GRABAR-ASIENTO
                    THRU 4120-GRABAR-ASIENTO-FIN
              END-IF
           END-IF.

       4110-ASIENTOS-X-MONEDA-FIN.
