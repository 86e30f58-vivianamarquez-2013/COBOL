      * Copybook: layout de REG-SEGURIDAD-D para AMIGOS-SEG.TXT.
      * EVENTO-S es FIRMA (entrada aceptada), FALLO (firma
      * rechazada) o RECHAZO (funcion no permitida al perfil);
      * MOTIVO-S dice por que.
       01 REG-SEGURIDAD-D.
           05 FECHA-HORA-S PIC X(14).
           05 FILLER PIC X VALUE SPACE.
           05 OPERADOR-S PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 EVENTO-S PIC X(7).
           05 FILLER PIC X VALUE SPACE.
           05 FUNCION-S PIC X(16).
           05 FILLER PIC X VALUE SPACE.
           05 PERFIL-S PIC X(1).
           05 FILLER PIC X VALUE SPACE.
           05 MOTIVO-S PIC X(30).
