      *----------------------------------------------------------------*
      * REVLWRK.CPY : LAYOUT DEL ARCHIVO DE TRABAJO CLAVEADO POR        *
      *               TARJETA Y PERIODO DE REVLTARJ (REVISION-WRK.VSAM).*
      *               POR CADA PERIODO (AAAAMM) DE LA VENTANA DE        *
      *               REVISION JUNTA EL SALDO CON EL QUE LA TARJETA     *
      *               ENTRO AL PERIODO (CIERRES.SEQ), LO PAGADO EN EL   *
      *               PERIODO (HISTORIAL.SEQ) Y SI HUBO DEBITO          *
      *               REBOTADO. EL PERIODO 000000 GUARDA LOS CICLOS DE  *
      *               MORA DE MOROSIDAD.SEQ Y EL 999999 LA BAJA DE      *
      *               LIMITE QUE ESPERA EL PLAZO DE AVISO AL CLIENTE    *
      *               (LIMITES-PENDIENTES.SEQ). CADA CORRIDA LO RECREA  *
      *               DESDE CERO.                                       *
      *----------------------------------------------------------------*
       FD  REVISION-WRK
           LABEL RECORD STANDARD.

       01  REG-REV-WRK.
           05  RVW-CLAVE.
               10  RVW-NRO-TARJ               PIC X(19).
               10  RVW-PERIODO                PIC 9(06).
                   88  RVW-ES-DATOS-TARJETA       VALUE 0.
                   88  RVW-ES-BAJA-PENDIENTE      VALUE 999999.
           05  RVW-DATOS                      PIC X(40).
           05  RVW-DATOS-PERIODO REDEFINES RVW-DATOS.
               10  RVW-SALDO-ANTERIOR         PIC 9(08)V9(02).
               10  RVW-MARCA-CIERRE           PIC X(01).
                   88  RVW-CON-CIERRE             VALUE 'S'.
                   88  RVW-SIN-CIERRE             VALUE 'N'.
               10  RVW-PAGOS-PESOS            PIC 9(10)V9(02).
               10  RVW-MARCA-REBOTE           PIC X(01).
                   88  RVW-CON-REBOTE             VALUE 'S'.
                   88  RVW-SIN-REBOTE             VALUE 'N'.
               10  FILLER                     PIC X(16).
           05  RVW-DATOS-TARJETA REDEFINES RVW-DATOS.
               10  RVW-CICLOS-MORA            PIC 9(02).
               10  FILLER                     PIC X(38).
           05  RVW-DATOS-PENDIENTE REDEFINES RVW-DATOS.
               10  RVW-LIMITE-ANTERIOR        PIC 9(08)V9(02).
               10  RVW-LIMITE-NUEVO           PIC 9(08)V9(02).
               10  RVW-FECHA-AVISO            PIC X(10).
               10  RVW-FECHA-VIGENCIA         PIC 9(08).
               10  FILLER                     PIC X(02).
