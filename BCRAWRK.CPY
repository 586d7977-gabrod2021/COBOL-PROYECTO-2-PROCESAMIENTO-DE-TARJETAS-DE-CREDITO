      *----------------------------------------------------------------*
      * BCRAWRK.CPY : LAYOUT DEL ARCHIVO DE TRABAJO CLAVEADO POR        *
      *               CUENTA DE DEUDBCRA (DEUDORES-WRK.VSAM): JUNTA LA  *
      *               CATEGORIA DEL MES ANTERIOR, LA DEUDA EN PESOS Y   *
      *               EL MAYOR ATRASO DE LAS TARJETAS DE LA CUENTA Y    *
      *               LO PENDIENTE DE CARTERA CASTIGADA. CADA CORRIDA   *
      *               LO RECREA DESDE CERO.                             *
      *----------------------------------------------------------------*
       FD  DEUDORES-WRK
           LABEL RECORD STANDARD.

       01  REG-DEU-WRK.
           05  DEW-CUENTA                     PIC 9(10).
           05  DEW-APELLIDO                   PIC X(20).
           05  DEW-NOMBRE                     PIC X(20).
           05  DEW-CANT-TARJ                  PIC 9(03).
           05  DEW-DEUDA                      PIC 9(12)V9(02).
           05  DEW-CASTIGO-PENDIENTE          PIC S9(12)V9(02).
           05  DEW-CICLOS-MORA                PIC 9(02).
           05  DEW-CATEGORIA-ANT              PIC 9(01).
