      *----------------------------------------------------------------*
      * REEMPLAZ.CPY : LAYOUT DE LA TABLA DE REEMPLAZOS DE NUMERO DE    *
      *                TARJETA (REEMPLAZOS.SEQ). REEMTARJ AGREGA UNA    *
      *                LINEA POR CADA REPOSICION POR PERDIDA O ROBO,    *
      *                CON EL NUMERO CERRADO Y EL QUE LO REEMPLAZA.     *
      *                CONSHIST, DISPTARJ, CONCIAUT Y TP02EJ01 LA       *
      *                CARGAN PARA TRATAR LOS MOVIMIENTOS Y LAS         *
      *                AUTORIZACIONES DEL NUMERO VIEJO COMO DE LA       *
      *                TARJETA VIGENTE (UNA TARJETA REPUESTA DOS VECES  *
      *                SE SIGUE EN CADENA).                             *
      *                SI EL ARCHIVO NO EXISTE NO HUBO REPOSICIONES Y   *
      *                CADA NUMERO ES SU PROPIA TARJETA VIGENTE.        *
      *----------------------------------------------------------------*
       FD  REEMPLAZOS
           LABEL RECORD STANDARD.

       01  REG-REEMPLAZO.
           05  RMP-NRO-TARJ-ANT               PIC X(19).
           05  RMP-NRO-TARJ-NUE               PIC X(19).
           05  RMP-FECHA                      PIC X(10).
           05  RMP-MOTIVO                     PIC X(01).
               88  RMP-ES-PERDIDA                 VALUE 'P'.
               88  RMP-ES-ROBO                    VALUE 'R'.
