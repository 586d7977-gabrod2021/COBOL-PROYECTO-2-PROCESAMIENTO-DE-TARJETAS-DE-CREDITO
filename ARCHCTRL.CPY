      *----------------------------------------------------------------*
      * ARCHCTRL.CPY : LAYOUT DEL ARCHIVO DE CONTROL DE LOS ARCHIVOS    *
      *                ANUALES (ARCHIVOS-CONTROL.SEQ). UNA LINEA POR    *
      *                ARCHIVO ('H' HISTORIAL, 'A' AUTORIZACIONES) Y    *
      *                ANIO, CON LA CANTIDAD DE REGISTROS Y LA SUMA DE  *
      *                IMPORTES QUE ARCHHIST LLEVA GRABADOS EN          *
      *                HISTORIAL-AAAA.SEQ / AUTORIZACIONES-AAAA.SEQ.    *
      *                ARCHHIST LO REGRABA EN CADA CORRIDA; CONSHIST LO *
      *                USA PARA SABER QUE ANIOS ESTAN ARCHIVADOS Y PARA *
      *                VERIFICAR LOS TOTALES DEL ARCHIVO QUE LEE. UN    *
      *                ANIO 'D' (DEPURADO) YA SUPERO LA CONSERVACION    *
      *                LEGAL Y SU ARCHIVO QUEDO VACIO.                  *
      *----------------------------------------------------------------*
       FD  CONTROL-ARCHIVOS
           LABEL RECORD STANDARD.

       01  REG-CONTROL-ARCHIVO.
           05  ACA-ARCHIVO                    PIC X(01).
               88  ACA-ES-HISTORIAL               VALUE 'H'.
               88  ACA-ES-AUTORIZACIONES          VALUE 'A'.
           05  ACA-ANIO                       PIC 9(04).
           05  ACA-ESTADO                     PIC X(01).
               88  ACA-VIGENTE                    VALUE 'V'.
               88  ACA-DEPURADO                   VALUE 'D'.
           05  ACA-CANT-REG                   PIC 9(09).
           05  ACA-TOT-IMPORTE                PIC 9(13)V9(02).
           05  ACA-FECHA-ACTUALIZ             PIC X(10).
