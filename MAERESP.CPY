      *----------------------------------------------------------------*
      * MAERESP.CPY : LAYOUT DEL RESPALDO NOCTURNO DEL MAESTRO DE       *
      *               TARJETAS (MAESTRO-RESPALDO.SEQ), SALIDA DE        *
      *               RESPTARJ Y PUNTO DE PARTIDA DE RECUTARJ.          *
      *               UN HEADER 'H' CON LA FECHA Y HORA DEL RESPALDO,   *
      *               UN DETALLE 'D' POR TARJETA CON LA IMAGEN          *
      *               COMPLETA DE REG-MAESTRO, Y UN TRAILER 'T' CON LA  *
      *               CANTIDAD DE TARJETAS Y LOS TOTALES HASH DE        *
      *               MAE-LIMITE Y MAE-SALDO-ANT, PARA VERIFICAR EL     *
      *               RESPALDO ANTES DE USARLO.                         *
      *----------------------------------------------------------------*
       FD  RESPALDO-MAESTRO
           LABEL RECORD STANDARD.

       01  REG-RESPALDO.
           05  RSP-TIPO-REG                   PIC X(01).
               88  RSP-ES-HEADER                  VALUE 'H'.
               88  RSP-ES-DETALLE                 VALUE 'D'.
               88  RSP-ES-TRAILER                 VALUE 'T'.
           05  RSP-DATOS                      PIC X(162).
           05  RSP-DATOS-HEADER REDEFINES RSP-DATOS.
               10  RSP-FECHA                  PIC X(10).
               10  RSP-HORA                   PIC X(08).
               10  FILLER                     PIC X(144).
           05  RSP-DATOS-TRAILER REDEFINES RSP-DATOS.
               10  RSP-CANT-REG               PIC 9(09).
               10  RSP-HASH-LIMITE            PIC 9(15)V9(02).
               10  RSP-HASH-SALDO             PIC 9(15)V9(02).
               10  FILLER                     PIC X(119).
