      *                CUENTA SALEN AL MISMO DOMICILIO. LOS CAMPOS DE   *
      *                TITULAR DE REG-MAESTRO QUEDAN COMO RESPALDO      *
      *                PARA LAS CUENTAS TODAVIA NO MIGRADAS.            *
      *                CLI-CANAL-RESUMEN INDICA POR DONDE SALE EL       *
      *                RESUMEN DE LA CUENTA: EN PAPEL POR EL PROVEEDOR  *
      *                DE IMPRESION (RESUVEND) O POR EMAIL A CLI-EMAIL; *
      *                LOS CLIENTES ANTERIORES AL CAMPO (EN BLANCO)     *
      *                SIGUEN EN PAPEL.                                 *
      *----------------------------------------------------------------*
       FD  ENT-CLIENTE
           LABEL RECORD STANDARD.
           05  CLI-COD-POSTAL                 PIC 9(04).
           05  CLI-TELEFONO                   PIC X(15).
           05  CLI-EMAIL                      PIC X(40).
           05  CLI-CANAL-RESUMEN              PIC X(01).
               88  CLI-RESUMEN-PAPEL              VALUE 'P' ' '.
               88  CLI-RESUMEN-EMAIL              VALUE 'E'.
