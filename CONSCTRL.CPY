          05 CTL-SAL-TIPO                    PIC X(01).
             88 CTL-SAL-ES-HEADER               VALUE 'H'.
             88 CTL-SAL-ES-TRAILER              VALUE 'T'.
          05 CTL-SAL-DATOS                   PIC X(96).
          05 CTL-SAL-HEADER REDEFINES CTL-SAL-DATOS.
             10 CTL-SAL-FECHA-PROCESO        PIC X(10).
             10 CTL-SAL-FEED-ID              PIC X(08).
             10 FILLER                       PIC X(78).
          05 CTL-SAL-TRAILER REDEFINES CTL-SAL-DATOS.
             10 CTL-SAL-CANT-REG             PIC 9(08).
             10 CTL-SAL-HASH-IMPORTE         PIC 9(13)V9(02).
             10 FILLER                       PIC X(73).
