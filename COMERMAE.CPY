      *----------------------------------------------------------------*
      * COMERMAE.CPY : LAYOUT DEL MAESTRO DE COMERCIOS (COMERCIOS.VSAM),*
      *                CLAVEADO POR LA IDENTIFICACION DEL COMERCIO QUE  *
      *                VIAJA EN LOS FEEDS DE CONSUMOS (ENT-ID-COMERCIO):*
      *                NOMBRE, CATEGORIA, COMISION PROPIA (SI NO TIENE, *
      *                LIQCOMER APLICA LA DE SU CATEGORIA EN            *
      *                COMISIONES.SEQ), CBU DONDE SE LE PAGA Y ESTADO.  *
      *                SOLO SE PAGA A LOS COMERCIOS ACTIVOS; LO DE UN   *
      *                COMERCIO SUSPENDIDO O CERRADO QUEDA RETENIDO EN  *
      *                LIQUIDACION-PENDIENTES.SEQ. LO MANTIENE MANTCOME.*
      *----------------------------------------------------------------*
       FD  ENT-COMERCIO
           LABEL RECORD STANDARD.

       01  REG-COMERCIO.
           05  CMR-ID-COMERCIO                PIC X(15).
           05  CMR-NOMBRE                     PIC X(32).
           05  CMR-CATEGORIA                  PIC X(03).
      * LA COMISION PROPIA VIAJA COMO FRACCION (0,02 = 2 POR CIENTO),
      * IGUAL QUE COM-PORCENTAJE EN COMISIONES.SEQ.
           05  CMR-MARCA-COMISION             PIC X(01).
               88  CMR-CON-COMISION-PROPIA        VALUE 'S'.
               88  CMR-SIN-COMISION-PROPIA        VALUE 'N' ' '.
           05  CMR-COMISION                   PIC 9(03)V9(02).
           05  CMR-CBU                        PIC X(22).
           05  CMR-ESTADO                     PIC X(01).
               88  CMR-ACTIVO                     VALUE 'A'.
               88  CMR-SUSPENDIDO                 VALUE 'S'.
               88  CMR-CERRADO                    VALUE 'C'.
           05  CMR-FECHA-ALTA                 PIC X(10).
           05  CMR-FECHA-ESTADO               PIC X(10).
