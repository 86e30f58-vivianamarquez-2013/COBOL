      * Copybook: entrada FILE-CONTROL para AMIGOS-VIN.DAT, los
      * vinculos entre amigos (conyuges, familia, quien presento
      * a quien). Cada vinculo es un solo registro con los dos
      * CODIGOs en la clave; la clave alterna sobre el segundo
      * permite traer los vinculos de un amigo desde los dos
      * lados: START por CLAVE-VIN para los que el anoto y START
      * por CODIGO-REL-VIN para los que lo nombran a el.
      * Requiere WS-FS-VINCULO PIC XX en WORKING-STORAGE.
           SELECT VINCULOS
             ASSIGN TO RANDOM "AMIGOS-VIN.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS CLAVE-VIN
             ALTERNATE RECORD KEY IS CODIGO-REL-VIN WITH DUPLICATES
             FILE STATUS IS WS-FS-VINCULO.
