      *                DESPUES DEL CAMBIO (EN UN ALTA LA IMAGEN         *
      *                ANTERIOR VIAJA EN BLANCO). CONSAUDI LA LISTA     *
      *                POR TARJETA O RANGO DE FECHAS PARA AUDITORIA.    *
      *                TODO PROGRAMA QUE GRABA EL MAESTRO (MANTTARJ,    *
      *                ACTUTARJ, RENUTARJ, REEMTARJ) AGREGA SU LINEA,   *
      *                Y LA IMAGEN DESPUES ES COMPLETA: RECUTARJ        *
      *                RECONSTRUYE EL MAESTRO DESDE EL RESPALDO DE      *
      *                RESPTARJ REAPLICANDO ESTAS IMAGENES EN ORDEN.    *
      *----------------------------------------------------------------*
       FD  AUDITORIA
           LABEL RECORD STANDARD.
               88  AUD-ES-CAMBIO                  VALUE 'C'.
               88  AUD-ES-BAJA                    VALUE 'B'.
           05  AUD-NRO-TARJ                   PIC X(19).
           05  AUD-IMAGEN-ANTES               PIC X(162).
           05  AUD-IMAGEN-DESPUES             PIC X(162).
      * PROGRAMA QUE GRABO EL CAMBIO. LAS LINEAS ANTERIORES A ESTE
      * CAMPO LO TRAEN EN BLANCO: SON TODAS DE MANTTARJ.
           05  AUD-PROGRAMA                   PIC X(08).
