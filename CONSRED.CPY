      *----------------------------------------------------------------*
      * CONSRED.CPY : LAYOUT DE SALIDA DE COMPENSA (CONSUMOS-RED.SEQ),  *
      *               EN EL MISMO FORMATO DE REG-ENTRADA Y CON EL MISMO *
      *               CONTROL DE HEADER/TRAILER QUE CONSUMOS-CUOTAS.SEQ:*
      *               EL CLEARING DE LA RED YA CONVERTIDO VIAJA COMO    *
      *               UNA FUENTE MAS DE LA MEZCLA DE MEZCONS.           *
      *----------------------------------------------------------------*
       FD  SALIDA-RED
           LABEL RECORD STANDARD.

       01  REG-MOV-RED                       PIC X(97).
