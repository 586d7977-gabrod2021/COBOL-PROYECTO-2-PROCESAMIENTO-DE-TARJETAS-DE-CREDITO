      *----------------------------------------------------------------*
      * CARTWRK.CPY : LAYOUT DEL ARCHIVO DE TRABAJO CLAVEADO DE CARTAS  *
      *               ENVIADAS (CARTAS-WRK.VSAM): TARJETA + TIPO DE     *
      *               CARTA + PERIODO. CADA CORRIDA LO RECREA DESDE     *
      *               CARTAS-ENVIADAS.SEQ.                              *
      *----------------------------------------------------------------*
       FD  CARTAS-WRK
           LABEL RECORD STANDARD.

       01  REG-CAR-WRK.
           05  CAK-CLAVE.
               10  CAK-NRO-TARJ               PIC X(19).
               10  CAK-TIPO-CARTA             PIC X(03).
               10  CAK-PERIODO                PIC 9(06).
           05  CAK-FECHA-ENVIO                PIC X(10).
