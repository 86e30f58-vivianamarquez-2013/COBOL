      * Copybook: entrada FILE-CONTROL para AMIGOS-SEG.TXT, la
      * bitacora de seguridad. FIRMAR agrega una linea por cada
      * firma de entrada, cada firma fallida y cada funcion
      * negada por perfil; AUDITAR la lista para el supervisor.
      * Requiere WS-FS-SEGURIDAD PIC XX en WORKING-STORAGE.
           SELECT OPTIONAL SEGURIDAD
             ASSIGN TO RANDOM "AMIGOS-SEG.TXT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-FS-SEGURIDAD.
