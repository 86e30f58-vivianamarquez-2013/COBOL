      * Copybook: layout de REG-CANDADO-D para AMIGOS-LCK.TXT.
      * Una sola linea: el programa que tiene abierto AMIGOS.DAT
      * para actualizar, la fecha-hora en que lo tomo y el
      * operador firmado que lo estaba corriendo.
       01 REG-CANDADO-D.
           05 PROGRAMA-LCK PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 FECHA-HORA-LCK PIC X(14).
           05 FILLER PIC X VALUE SPACE.
           05 OPERADOR-LCK PIC X(8).
