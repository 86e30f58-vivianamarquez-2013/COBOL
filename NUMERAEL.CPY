      * Copybook: entrada FILE-CONTROL para AMIGOS-NUM.TXT, el
      * numerador de CODIGO. Una sola linea con el ultimo CODIGO
      * entregado: MANTENER (ALTA por teclado y ALTA de lote con
      * CODIGO-M en blanco) y CARGAR (lineas sin CODIGO) sacan de
      * ahi el siguiente numero libre y lo reescriben despues de
      * grabar. El numero solo sube, asi que un CODIGO que estuvo
      * en uso (archivado en AMIGOS-HIST.DAT o borrado por
      * OLVIDAR) no se vuelve a entregar. NUMERO lo consulta.
      * Requiere WS-FS-NUMERADOR PIC XX en WORKING-STORAGE.
           SELECT OPTIONAL NUMERADOR
             ASSIGN TO RANDOM "AMIGOS-NUM.TXT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-FS-NUMERADOR.
