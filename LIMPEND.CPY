      *----------------------------------------------------------------*
      * LIMPEND.CPY : LAYOUT DE LAS BAJAS DE LIMITE PENDIENTES          *
      *               (LIMITES-PENDIENTES.SEQ). UNA BAJA PROPUESTA POR  *
      *               REVLTARJ NO SE PUEDE APLICAR HASTA QUE VENCE EL   *
      *               PLAZO DE AVISO AL CLIENTE: QUEDA AQUI CON LA      *
      *               FECHA DESDE LA QUE RIGE (AAAAMMDD) Y LA PRIMERA   *
      *               CORRIDA DE REVLTARJ EN ESA FECHA O DESPUES GENERA *
      *               LA TRANSACCION DE MANTTARJ. REVLTARJ LO LEE AL    *
      *               INICIAR Y LO REGRABA CON LAS QUE SIGUEN EN AVISO  *
      *               MAS LAS NUEVAS.                                   *
      *----------------------------------------------------------------*
       FD  LIMITES-PENDIENTES
           LABEL RECORD STANDARD.

       01  REG-LIMITE-PENDIENTE.
           05  LPE-NRO-TARJ                   PIC X(19).
           05  LPE-CUENTA                     PIC 9(10).
           05  LPE-LIMITE-ANTERIOR            PIC 9(08)V9(02).
           05  LPE-LIMITE-NUEVO               PIC 9(08)V9(02).
           05  LPE-FECHA-AVISO                PIC X(10).
           05  LPE-FECHA-VIGENCIA             PIC 9(08).
