      *----------------------------------------------------------------*
      * CUOTMOVI.CPY : LAYOUT DE SALIDA DE CUOTTARJ                     *
      *                (CONSUMOS-CUOTAS.SEQ), EN EL MISMO FORMATO DE    *
      *                REG-ENTRADA Y CON EL MISMO CONTROL DE HEADER/    *
      *                TRAILER QUE CONSUMOS-CARGOS.SEQ: LAS CUOTAS 2 A  *
      *                N DE LOS PLANES ABIERTOS VIAJAN COMO UNA FUENTE  *
      *                MAS DE LA MEZCLA DE MEZCONS.                     *
      *----------------------------------------------------------------*
       FD  SALIDA-CUOTAS
           LABEL RECORD STANDARD.

       01  REG-MOV-CUOTA                     PIC X(97).
