      *----------------------------------------------------------------*
      * BCRACATE.CPY : LAYOUT DE LA TABLA DE SITUACION DE DEUDORES      *
      *                (SITUACION-CATEGORIAS.SEQ) PARA EL INFORME AL    *
      *                BANCO CENTRAL: UNA LINEA POR CATEGORIA (1 =      *
      *                NORMAL ... 5 = IRRECUPERABLE) CON LOS DIAS DE    *
      *                ATRASO HASTA LOS QUE RIGE. UN DEUDOR VA A LA     *
      *                PRIMERA CATEGORIA CUYO TOPE CUBRA SU ATRASO; MAS *
      *                ALLA DEL ULTIMO TOPE, A LA CATEGORIA 5.          *
      *----------------------------------------------------------------*
       FD  SITUACION-CATEGORIAS
           LABEL RECORD STANDARD.

       01  REG-SIT-CATEGORIA.
           05  SCT-CATEGORIA                  PIC 9(01).
           05  SCT-DIAS-HASTA                 PIC 9(04).
           05  SCT-DESCRIPCION                PIC X(20).
