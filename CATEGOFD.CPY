      * CODIGO-CAT es el mismo X(10) que el campo CATEGORIA de
      * REG-AMIGOS; ACTIVA-CAT "S" acepta el codigo en las
      * capturas, "N" lo conserva para los registros viejos pero
      * no deja cargar amigos nuevos con el. PRESUPUESTO-CAT es
      * lo que se piensa gastar en el anio en los amigos de la
      * categoria (ver GASTOS y BALANCE); en ceros, sin
      * presupuesto. Va al final del registro: un CATEGORI.DAT
      * grabado antes de este campo tiene el registro de 41
      * posiciones y se convierte con CATEGORI, que lo ofrece
      * cuando no lo puede abrir.
       01 REG-CATEGORIAS.
         05 CODIGO-CAT PIC X(10).
         05 DESCRIPCION-CAT PIC X(30).
         05 ACTIVA-CAT PIC X(1).
         05 PRESUPUESTO-CAT PIC 9(7)V99.
