      *----------------------------------------------------------------*
      * AVISOLIM.CPY : LAYOUT DE LOS AVISOS AL CLIENTE DE CAMBIO DE     *
      *                LIMITE (LIMITES-AVISOS.SEQ), SALIDA DE REVLTARJ. *
      *                UNA LINEA POR TARJETA CON CAMBIO PROPUESTO, CON  *
      *                EL DESTINATARIO DE CLIENTES.VSAM (O DEL MAESTRO  *
      *                SI LA CUENTA NO ESTA), EL CANAL POR EL QUE RECIBE*
      *                EL RESUMEN, LOS DOS LIMITES Y LA FECHA DESDE LA  *
      *                QUE RIGE EL NUEVO: LOS AUMENTOS DESDE LA         *
      *                APROBACION, LAS BAJAS RECIEN AL VENCER EL PLAZO  *
      *                DE AVISO.                                        *
      *----------------------------------------------------------------*
       FD  AVISOS-LIMITE
           LABEL RECORD STANDARD.

       01  REG-AVISO-LIMITE.
           05  ALI-NRO-TARJ                   PIC X(19).
           05  ALI-CUENTA                     PIC 9(10).
           05  ALI-APELLIDO                   PIC X(20).
           05  ALI-NOMBRE                     PIC X(20).
           05  ALI-DIRECCION                  PIC X(40).
           05  ALI-COD-POSTAL                 PIC 9(04).
           05  ALI-CANAL                      PIC X(01).
               88  ALI-CANAL-PAPEL                VALUE 'P'.
               88  ALI-CANAL-EMAIL                VALUE 'E'.
           05  ALI-EMAIL                      PIC X(40).
           05  ALI-TIPO-CAMBIO                PIC X(01).
               88  ALI-ES-AUMENTO                 VALUE 'A'.
               88  ALI-ES-BAJA                    VALUE 'B'.
           05  ALI-LIMITE-ANTERIOR            PIC 9(08)V9(02).
           05  ALI-LIMITE-NUEVO               PIC 9(08)V9(02).
           05  ALI-FECHA-AVISO                PIC X(10).
           05  ALI-FECHA-VIGENCIA             PIC X(10).
