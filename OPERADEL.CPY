      * Copybook: entrada FILE-CONTROL para OPERADOR.DAT, el
      * maestro de operadores. Cada operador tiene su clave y un
      * perfil: C consulta, M mantenimiento, S supervisor. FIRMAR
      * lo lee para la firma de entrada y OPERADOR lo mantiene.
      * Requiere WS-FS-OPERADOR PIC XX en WORKING-STORAGE.
           SELECT OPERADORES
             ASSIGN TO RANDOM "OPERADOR.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS CODIGO-OPE
             FILE STATUS IS WS-FS-OPERADOR.
