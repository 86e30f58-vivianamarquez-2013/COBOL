      * Copybook: layout de REG-GASTOS para la FD GASTOS.
      * FECHA-GAS es AAAAMMDD y NUMERO-GAS distingue los
      * movimientos del mismo amigo en el mismo dia. IMPORTE-GAS
      * lleva signo para poder asentar una devolucion. CATEGORIA-GAS
      * es la CATEGORIA que tenia el amigo cuando se asento el
      * gasto: el informe anual agrupa por ella, asi un cambio de
      * categoria no mueve lo ya gastado de un presupuesto a otro,
      * y los totales anonimos de OLVIDAR siguen cayendo en su
      * categoria.
       01 REG-GASTOS.
         05 CLAVE-GAS.
           10 CODIGO-GAS PIC 9(5).
           10 FECHA-GAS PIC 9(8).
           10 NUMERO-GAS PIC 9(2).
         05 IMPORTE-GAS PIC S9(7)V99.
         05 CONCEPTO-GAS PIC X(20).
         05 CATEGORIA-GAS PIC X(10).
         05 NOTA-GAS PIC X(60).
