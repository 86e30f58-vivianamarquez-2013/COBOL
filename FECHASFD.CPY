      * Copybook: layout de REG-FECHAS para la FD FECHAS.
      * TIPO-FEC es CUMPLE, ANIVERS u OTRA; DESCRIPCION-FEC es el
      * texto corto del operador ("ANIVERSARIO DE BODA"). ANIO-FEC
      * en ceros es una fecha de la que no se sabe el anio: vuelve
      * igual todos los anios, solo que sin la cuenta de anios.
       01 REG-FECHAS.
         05 CLAVE-FEC.
           10 CODIGO-FEC PIC 9(5).
           10 TIPO-FEC PIC X(7).
         05 FECHA-FEC.
           10 ANIO-FEC PIC 9(4).
           10 MES-FEC PIC 9(2).
           10 DIA-FEC PIC 9(2).
         05 DESCRIPCION-FEC PIC X(30).
