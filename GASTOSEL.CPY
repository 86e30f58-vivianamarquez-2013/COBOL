      * Copybook: entrada FILE-CONTROL para AMIGOS-GAS.DAT, el
      * libro de gastos en amigos (regalos, cenas, flores). La
      * clave es CODIGO, fecha y un numero de movimiento dentro
      * del dia, asi leer en secuencia trae los gastos de cada
      * amigo juntos y en orden de fecha, igual que los contactos
      * en AMIGOS-CONT.DAT. El CODIGO 00000 es de los importes de
      * amigos olvidados, que OLVIDAR deja solo como totales
      * anonimos por anio y categoria.
      * Requiere WS-FS-GASTO PIC XX en WORKING-STORAGE.
           SELECT GASTOS
             ASSIGN TO RANDOM "AMIGOS-GAS.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS CLAVE-GAS
             FILE STATUS IS WS-FS-GASTO.
