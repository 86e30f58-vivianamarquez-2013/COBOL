      * Copybook: entrada FILE-CONTROL para AMIGOS-FEC.DAT, las
      * fechas clave de los amigos (cumpleanios, aniversarios y
      * otras que valga la pena recordar). La clave es CODIGO mas
      * tipo de fecha, asi cada amigo tiene a lo sumo una de cada
      * tipo y leer en secuencia trae todas las del amigo juntas,
      * igual que los contactos en AMIGOS-CONT.DAT.
      * Requiere WS-FS-FECHA PIC XX en WORKING-STORAGE.
           SELECT FECHAS
             ASSIGN TO RANDOM "AMIGOS-FEC.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS CLAVE-FEC
             FILE STATUS IS WS-FS-FECHA.
