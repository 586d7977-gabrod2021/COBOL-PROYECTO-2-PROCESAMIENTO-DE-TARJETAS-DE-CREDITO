      *----------------------------------------------------------------*
      * AUTOACTI.CPY : COPIA DE TRABAJO DE ARCHHIST CON LAS             *
      *                AUTORIZACIONES QUE SE QUEDAN EN EL ARCHIVO DE    *
      *                TRABAJO (AUTORIZACIONES-ACTIVAS.SEQ). AL         *
      *                TERMINAR LA PASADA SE VUELCA SOBRE EL ARCHIVO    *
      *                QUE SE ESTABA ARCHIVANDO.                        *
      *----------------------------------------------------------------*
       FD  AUTORIZ-ACTIVAS
           LABEL RECORD STANDARD.

       01  REG-AUT-ACTIVA                     PIC X(59).
