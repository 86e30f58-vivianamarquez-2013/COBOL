      * Copybook: layout de REG-VINCULOS para la FD VINCULOS.
      * TIPO-VIN es CONYUGE, FAMILIA o REFERIDO; los dos primeros
      * valen igual leidos desde cualquiera de los dos lados, y
      * REFERIDO se lee "CODIGO-VIN fue presentado por
      * CODIGO-REL-VIN". ESTADO-VIN "A" es un vinculo entre dos
      * amigos de AMIGOS.DAT; "S" queda suspendido mientras uno
      * de los dos esta archivado en AMIGOS-HIST.DAT (lo pone
      * ARCHIVAR y lo levanta REACTIVA). OLVIDAR borra los
      * vinculos de la persona. Solo los vinculos "A" de CONYUGE o
      * FAMILIA entre amigos con la misma DIRECCION juntan un
      * hogar en ETIQUETA.
       01 REG-VINCULOS.
         05 CLAVE-VIN.
           10 CODIGO-VIN PIC 9(5).
           10 CODIGO-REL-VIN PIC 9(5).
         05 TIPO-VIN PIC X(8).
         05 ESTADO-VIN PIC X(1).
