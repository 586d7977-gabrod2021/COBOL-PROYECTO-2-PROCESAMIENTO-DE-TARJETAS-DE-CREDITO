           LABEL RECORD STANDARD.

       01  REG-ERRORES.
           05  DETALLE                        PIC X(97).
      * REDEFINICION DE DETALLE EN EL FORMATO DE REG-ENTRADA
      * (CONSUMOS.CPY), PARA QUE UNA UTILIDAD DE REINGRESO PUEDA
      * ARMAR UN REGISTRO DE CONSUMOS.SEQ A PARTIR DE UN RECHAZO YA
               10  ERR-CANT-CUOTAS            PIC 9(02).
               10  ERR-TIPO-MOV               PIC X(01).
               10  ERR-CATEGORIA              PIC X(03).
               10  ERR-ID-COMERCIO            PIC X(15).
           05  CODIGO-ERROR                   PIC X(02).
           05  DESCRIPCION-ERR                PIC X(100).
