      *----------------------------------------------------------------*
      * BCRACAMB.CPY : LAYOUT DEL LISTADO DE CAMBIOS DE CATEGORIA       *
      *                (DEUDORES-CAMBIOS.TXT) QUE RIESGO CREDITICIO     *
      *                REVISA ANTES DE ENVIAR LA PRESENTACION.          *
      *----------------------------------------------------------------*
       FD  LISTADO-CAMBIOS
           LABEL RECORD STANDARD.

       01  REG-LISTADO-CAMBIOS.
           05  LINEA-CAMBIOS                  PIC X(120).
