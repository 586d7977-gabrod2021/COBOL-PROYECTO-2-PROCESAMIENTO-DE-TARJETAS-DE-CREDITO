      *----------------------------------------------------------------*
      * COMETRAN.CPY : LAYOUT DEL ARCHIVO DE TRANSACCIONES DE           *
      *                MANTENIMIENTO DEL MAESTRO DE COMERCIOS           *
      *                (MANTCOME.SEQ), EL MISMO ESQUEMA QUE MANTTARJ.SEQ*
      *                Y CLIENTES.SEQ: ALTA ('A', CON TODOS LOS DATOS), *
      *                CAMBIO ('C', REEMPLAZA NOMBRE, CATEGORIA,        *
      *                COMISION Y CBU), SUSPENSION ('S'), REACTIVACION  *
      *                ('R') Y CIERRE ('B'). LOS TRES ULTIMOS SOLO      *
      *                LLEVAN LA IDENTIFICACION DEL COMERCIO.           *
      *----------------------------------------------------------------*
       FD  TRANS-COMERCIOS
           LABEL RECORD STANDARD.

       01  REG-TRANS-COMERCIO.
           05  TCM-TIPO-MOV                   PIC X(01).
               88  TCM-ES-ALTA                    VALUE 'A'.
               88  TCM-ES-CAMBIO                  VALUE 'C'.
               88  TCM-ES-SUSPENSION              VALUE 'S'.
               88  TCM-ES-REACTIVACION            VALUE 'R'.
               88  TCM-ES-CIERRE                  VALUE 'B'.
           05  TCM-ID-COMERCIO                PIC X(15).
           05  TCM-NOMBRE                     PIC X(32).
           05  TCM-CATEGORIA                  PIC X(03).
           05  TCM-MARCA-COMISION             PIC X(01).
               88  TCM-CON-COMISION-PROPIA        VALUE 'S'.
               88  TCM-SIN-COMISION-PROPIA        VALUE 'N' ' '.
           05  TCM-COMISION                   PIC 9(03)V9(02).
           05  TCM-CBU                        PIC X(22).

       01  TCM-ARCHIVOS REDEFINES REG-TRANS-COMERCIO
                                         PIC X(79).
