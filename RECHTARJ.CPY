           LABEL RECORD STANDARD.

       01  REG-RECHAZOS.
           05  DETALLE                        PIC X(163).
           05  CODIGO-ERROR                   PIC X(02).
           05  DESCRIPCION-ERR                PIC X(100).
