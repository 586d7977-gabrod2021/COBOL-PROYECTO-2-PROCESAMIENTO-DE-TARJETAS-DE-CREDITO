      *----------------------------------------------------------------*
      * PERCFISC.CPY : LAYOUT DEL INFORME DE PERCEPCIONES AL FISCO      *
      *                (PERCEPCIONES-FISCO.SEQ), SALIDA DE PERCINFO:    *
      *                UNA LINEA POR TITULAR (CUENTA) E IMPUESTO CON    *
      *                PERCEPCIONES EN EL PERIODO, CON LOS DATOS DEL    *
      *                TITULAR DE CLIENTES.VSAM, LA BASE EN PESOS Y EL  *
      *                NETO PERCIBIDO (PERCIBIDO MENOS REINTEGRADO).    *
      *----------------------------------------------------------------*
       FD  INFORME-FISCO
           LABEL RECORD STANDARD.

       01  REG-INFORME-FISCO.
           05  FIS-PERIODO                    PIC X(06).
           05  FIS-CUENTA                     PIC 9(10).
           05  FIS-APELLIDO                   PIC X(20).
           05  FIS-NOMBRE                     PIC X(20).
           05  FIS-DIRECCION                  PIC X(40).
           05  FIS-COD-POSTAL                 PIC 9(04).
           05  FIS-CODIGO                     PIC X(03).
           05  FIS-BASE-PESOS                 PIC S9(11)V9(02).
           05  FIS-PERCIBIDO                  PIC 9(11)V9(02).
           05  FIS-REINTEGRADO                PIC 9(11)V9(02).
           05  FIS-NETO                       PIC S9(11)V9(02).
