      * Copybook: layout de REG-NUMERADOR-D para AMIGOS-NUM.TXT.
      * El ultimo CODIGO entregado, cuando se movio por ultima vez
      * y que programa lo movio.
       01 REG-NUMERADOR-D.
           05 ULTIMO-CODIGO-N PIC 9(5).
           05 FILLER PIC X VALUE SPACE.
           05 FECHA-HORA-N PIC X(14).
           05 FILLER PIC X VALUE SPACE.
           05 PROGRAMA-N PIC X(8).
