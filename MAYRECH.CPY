      *----------------------------------------------------------------*
      * MAYRECH.CPY : LAYOUT DE LAS LINEAS CONTABLES RECHAZADAS POR     *
      *               ACUMCONT (MAYOR-GL-RECHAZOS.SEQ, EN EXTEND): LA   *
      *               LINEA ORIGINAL DEL EXTRACTO TAL CUAL, SU ORIGEN Y *
      *               EL MOTIVO (MES YA CERRADO O LINEA INVALIDA), PARA *
      *               QUE CONTABILIDAD LA REIMPUTE EN UN MES ABIERTO.   *
      *----------------------------------------------------------------*
       FD  RECHAZOS-GL
           LABEL RECORD STANDARD.

       01  REG-RECHAZO-GL.
           05  MYR-FECHA-PROCESO              PIC X(10).
           05  MYR-ORIGEN                     PIC X(08).
           05  MYR-LINEA                      PIC X(65).
           05  MYR-COD-MOTIVO                 PIC X(02).
           05  MYR-MOTIVO                     PIC X(30).
