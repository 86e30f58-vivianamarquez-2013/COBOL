      * RESTAURA, REACTIVA, RESPALDA, OLVIDAR, y DEPURAR, que
      * reescribe el log) se registran al entrar y liberan al
      * salir: un archivo vacio o inexistente es candado libre, una
      * linea adentro dice que programa lo tiene, desde cuando y
      * con que operador firmado. Un
      * candado viejo de una corrida abortada se revisa y se
      * libera con DESTRABA, no borrando archivos a mano.
      * Requiere WS-FS-CANDADO PIC XX en WORKING-STORAGE.
