      * CLIETRAN.CPY : LAYOUT DEL ARCHIVO DE TRANSACCIONES DE           *
      *                MANTENIMIENTO DEL MAESTRO DE CLIENTES            *
      *                (CLIENTES.SEQ), EL MISMO ESQUEMA ALTA/CAMBIO/    *
      *                BAJA QUE MANTTARJ.SEQ PARA LAS TARJETAS, MAS     *
      *                LA ADHESION AL RESUMEN POR EMAIL ('E', CON LA    *
      *                DIRECCION EN TCL-EMAIL SI CAMBIA) Y LA VUELTA AL *
      *                RESUMEN EN PAPEL ('P', SOLO LA CUENTA).          *
      *----------------------------------------------------------------*
       FD  TRANS-CLIENTES
           LABEL RECORD STANDARD.
               88  TCL-ES-ALTA                    VALUE 'A'.
               88  TCL-ES-CAMBIO                  VALUE 'C'.
               88  TCL-ES-BAJA                    VALUE 'B'.
               88  TCL-ES-ADHESION-EMAIL          VALUE 'E'.
               88  TCL-ES-VUELTA-PAPEL            VALUE 'P'.
           05  TCL-CUENTA                     PIC 9(10).
           05  TCL-APELLIDO                   PIC X(20).
           05  TCL-NOMBRE                     PIC X(20).
