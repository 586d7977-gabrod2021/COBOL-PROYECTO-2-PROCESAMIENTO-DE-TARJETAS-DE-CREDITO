          05 WS-CLI-COD-POSTAL               PIC 9(04).
          05 WS-CLI-TELEFONO                 PIC X(15).
          05 WS-CLI-EMAIL                    PIC X(40).
          05 WS-CLI-CANAL-RESUMEN            PIC X(01).
             88 WS-CLI-RESUMEN-PAPEL             VALUE 'P' ' '.
             88 WS-CLI-RESUMEN-EMAIL             VALUE 'E'.
