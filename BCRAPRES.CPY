      *----------------------------------------------------------------*
      * BCRAPRES.CPY : LAYOUT DEL ARCHIVO DE PRESENTACION DE DEUDORES   *
      *                AL BANCO CENTRAL (DEUDORES-BCRA.SEQ), SALIDA DE  *
      *                DEUDBCRA. REGISTROS DE LARGO FIJO: UN 'H'        *
      *                (HEADER) CON EL PERIODO INFORMADO, UN 'D' POR    *
      *                CUENTA DEUDORA Y UN 'T' (TRAILER) CON LA         *
      *                CANTIDAD DE DEUDORES, LA DEUDA TOTAL Y LA        *
      *                CANTIDAD POR CATEGORIA. IMPORTES EN PESOS.       *
      *----------------------------------------------------------------*
       FD  PRESENTACION-BCRA
           LABEL RECORD STANDARD.

       01  REG-PRESENTACION.
           05  PRE-TIPO                       PIC X(01).
               88  PRE-ES-HEADER                  VALUE 'H'.
               88  PRE-ES-DETALLE                 VALUE 'D'.
               88  PRE-ES-TRAILER                 VALUE 'T'.
           05  PRE-DATOS                      PIC X(99).
           05  PRE-HEADER REDEFINES PRE-DATOS.
               10  PRE-HDR-PERIODO            PIC 9(06).
               10  PRE-HDR-FECHA-PROCESO      PIC X(10).
               10  PRE-HDR-DESCRIPCION        PIC X(20).
               10  FILLER                     PIC X(63).
           05  PRE-DETALLE REDEFINES PRE-DATOS.
               10  PRE-DET-CUENTA             PIC 9(10).
               10  PRE-DET-APELLIDO           PIC X(20).
               10  PRE-DET-NOMBRE             PIC X(20).
               10  PRE-DET-CATEGORIA          PIC 9(01).
               10  PRE-DET-DIAS-ATRASO        PIC 9(04).
               10  PRE-DET-DEUDA              PIC 9(12)V9(02).
               10  PRE-DET-CANT-TARJ          PIC 9(03).
      * 'S' SI PARTE DE LA DEUDA ES CARTERA CASTIGADA.
               10  PRE-DET-CASTIGADA          PIC X(01).
               10  FILLER                     PIC X(26).
           05  PRE-TRAILER REDEFINES PRE-DATOS.
               10  PRE-TRL-CANT-DEUDORES      PIC 9(08).
               10  PRE-TRL-DEUDA-TOTAL        PIC 9(14)V9(02).
               10  PRE-TRL-CANT-CATEGORIA     PIC 9(08) OCCURS 5 TIMES.
               10  FILLER                     PIC X(35).
