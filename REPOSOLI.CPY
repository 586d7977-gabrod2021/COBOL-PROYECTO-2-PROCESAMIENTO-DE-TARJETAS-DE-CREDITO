      *----------------------------------------------------------------*
      * REPOSOLI.CPY : LAYOUT DEL ARCHIVO DE PEDIDOS DE REPOSICION DE   *
      *                TARJETAS POR PERDIDA O ROBO (REPOSICIONES.SEQ),  *
      *                CARGADO POR ATENCION AL CLIENTE CUANDO EL        *
      *                TITULAR DENUNCIA EL PLASTICO. REEMTARJ LO        *
      *                PROCESA: CIERRA LA TARJETA DENUNCIADA Y PASA     *
      *                TODA LA CUENTA A UN NUMERO NUEVO.                *
      *----------------------------------------------------------------*
       FD  REPOSICIONES
           LABEL RECORD STANDARD.

       01  REG-REPOSICION.
           05  REP-NRO-TARJ                   PIC X(19).
           05  REP-MOTIVO                     PIC X(01).
               88  REP-ES-PERDIDA                 VALUE 'P'.
               88  REP-ES-ROBO                    VALUE 'R'.

       01  REP-ARCHIVOS REDEFINES REG-REPOSICION
                                         PIC X(20).
