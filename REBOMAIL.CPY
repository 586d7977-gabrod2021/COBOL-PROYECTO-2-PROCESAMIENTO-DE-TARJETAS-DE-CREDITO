      *----------------------------------------------------------------*
      * REBOMAIL.CPY : LAYOUT DEL ARCHIVO DE REBOTES QUE DEVUELVE EL    *
      *                PROVEEDOR DE EMAIL (RESUMENES-EMAIL-REBOTES.SEQ):*
      *                UN REGISTRO POR RESUMEN NO ENTREGADO, CON LA     *
      *                FECHA DEL HEADER 'HH' DE LA ENTREGA A LA QUE     *
      *                CORRESPONDE Y EL NUMERO DE RESUMEN DEL PAQUETE.  *
      *----------------------------------------------------------------*
       FD  REBOTES-EMAIL
           LABEL RECORD STANDARD.

       01  REG-REBOTE-EMAIL.
           05  RBE-FECHA-ENTREGA              PIC X(10).
           05  RBE-NRO-RESUMEN                PIC 9(08).
           05  RBE-CUENTA                     PIC 9(10).
           05  RBE-DIRECCION-EMAIL            PIC X(40).
           05  RBE-MOTIVO                     PIC X(40).
