      *----------------------------------------------------------------*
      * MAERECU.CPY : LAYOUT DEL MAESTRO RECONSTRUIDO POR RECUTARJ      *
      *               (MAESTRO-RECUPERADO.VSAM). MISMO REGISTRO QUE     *
      *               REG-MAESTRO (MAESTRO-TARJETAS.CPY) CAMPO A CAMPO, *
      *               PARA QUE OPERACIONES LO COPIE SOBRE EL MAESTRO    *
      *               UNA VEZ REVISADO EL REPORTE DE CONCILIACION.      *
      *               CADA CORRIDA LO RECREA DESDE CERO.                *
      *----------------------------------------------------------------*
       FD  MAESTRO-RECUPERADO
           LABEL RECORD STANDARD.

       01  REG-RECUPERADO.
           05  RCU-CUENTA                     PIC 9(10).
           05  RCU-NRO-TARJ                   PIC X(19).
           05  RCU-APELLIDO                   PIC X(20).
           05  RCU-NOMBRE                     PIC X(20).
           05  RCU-DIRECCION                  PIC X(40).
           05  RCU-COD-POSTAL                 PIC 9(04).
           05  RCU-MONEDA                     PIC X(03).
           05  RCU-LIMITE                     PIC 9(08)V99.
           05  RCU-SALDO-ANT                  PIC 9(08)V99.
           05  RCU-FECHA-VENC                 PIC X(10).
           05  RCU-ESTADO                     PIC X(01).
               88  RCU-ACTIVA                     VALUE 'A'.
               88  RCU-BLOQUEADA                  VALUE 'B'.
               88  RCU-CERRADA                    VALUE 'C'.
           05  RCU-DIA-CORTE                  PIC 9(02).
           05  RCU-PORC-ADELANTO              PIC 9(03).
           05  RCU-SALDO-ADELANTO             PIC 9(08)V99.
