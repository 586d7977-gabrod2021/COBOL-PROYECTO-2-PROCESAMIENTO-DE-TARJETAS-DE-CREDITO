          05 MOV-TIPO-TXT      PIC X(07).
          05 FILLER            PIC X(01) VALUE SPACE.
          05 MOV-NRO-TARJ      PIC X(19).
          05 FILLER            PIC X(01) VALUE SPACE.
          05 MOV-PROGRAMA      PIC X(08).

       01 LINEA-IMAGEN-ANTES.
          05 FILLER            PIC X(09) VALUE 'ANTES   :'.
          05 FILLER            PIC X(01) VALUE SPACE.
          05 IMG-ANTES         PIC X(162).

       01 LINEA-IMAGEN-DESPUES.
          05 FILLER            PIC X(09) VALUE 'DESPUES :'.
          05 FILLER            PIC X(01) VALUE SPACE.
          05 IMG-DESPUES       PIC X(162).
      ******************************************************************

      *----------------------------------------------------------------*
           MOVE AUD-FECHA    TO MOV-FECHA.
           MOVE AUD-HORA     TO MOV-HORA.
           MOVE AUD-NRO-TARJ TO MOV-NRO-TARJ.
           IF AUD-PROGRAMA = SPACES
              MOVE 'MANTTARJ'   TO MOV-PROGRAMA
           ELSE
              MOVE AUD-PROGRAMA TO MOV-PROGRAMA
           END-IF.

           EVALUATE TRUE
               WHEN AUD-ES-ALTA
