      * descripcion en los reportes pero las capturas nuevas la
      * rechazan. No toma el candado de AMIGOS.DAT porque no lo
      * toca.
      *
      * Cada categoria lleva tambien su presupuesto anual de
      * gastos (PRESUPUESTO-CAT), contra el que BALANCE compara
      * lo asentado en AMIGOS-GAS.DAT. Se tipea con punto decimal
      * ("1500.50"); en el cambio, vacio deja el que estaba.
      *
      * Un CATEGORI.DAT grabado antes de PRESUPUESTO-CAT tiene el
      * registro de 41 posiciones y no abre con el layout actual.
      * Si el archivo existe pero no se puede abrir, el programa
      * muestra el file status y ofrece convertirlo: el original
      * se renombra a CATEGORI.DAT.ANT (el mismo nombre de copia
      * vieja que usa REORGANI), se lee con el layout viejo y se
      * graba un CATEGORI.DAT nuevo con PRESUPUESTO-CAT en ceros.
      * Si algo falla se borra el nuevo y el original vuelve a su
      * nombre; si convierte, CATEGORI.DAT.ANT queda como respaldo
      * hasta que el operador lo borre. Los presupuestos se cargan
      * despues con CAMBIO. Solo un archivo inexistente (file
      * status 35) se crea vacio.
      *
      * Pide perfil M (ver FIRMAR.CBL).
      *-------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CATEGOEL.
           SELECT CATEGORIAS-ANT
             ASSIGN TO RANDOM "CATEGORI.DAT.ANT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS CODIGO-ANT
             FILE STATUS IS WS-FS-ANTERIOR.
      *---------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CATEGORIAS.
       COPY CATEGOFD.
      * El registro de CATEGORI.DAT antes de PRESUPUESTO-CAT.
       FD CATEGORIAS-ANT.
       01 REG-CATEGORIAS-ANT.
         05 CODIGO-ANT PIC X(10).
         05 DESCRIPCION-ANT PIC X(30).
         05 ACTIVA-ANT PIC X(1).

       WORKING-STORAGE SECTION.
       01 WS-FS-CATEGORIA PIC XX.
       01 WS-FS-ANTERIOR PIC XX.
       COPY FIRMAWS.
       01 VARIABLES.
           05 OPCION PIC 9 VALUE 0.
           05 SW-FIN-LISTADO PIC 9 VALUE 0.
           05 SW-ABIERTO PIC 9 VALUE 0.
           05 SW-FIN-ANTERIOR PIC 9 VALUE 0.
           05 RESPUESTA PIC X(1).
           05 IMPORTE-PEDIDO PIC X(12).
           05 PRESUPUESTO-EDITADO PIC Z(6)9.99.
           05 TOTAL-LISTADAS PIC 9(5) VALUE ZEROS.
           05 TOTAL-CONVERTIDAS PIC 9(5) VALUE ZEROS.
           05 ERRORES-CONVERSION PIC 9(5) VALUE ZEROS.
       01 CONSTANTES.
           05 NOMBRE-MAESTRO PIC X(40) VALUE "CATEGORI.DAT".
           05 NOMBRE-ANTERIOR PIC X(40) VALUE "CATEGORI.DAT.ANT".
      *----------------------------
       PROCEDURE DIVISION.
       PRINCIPAL.
           MOVE "CATEGORI" TO FUNCION-F.
           MOVE "M" TO NIVEL-F.
           CALL "FIRMAR" USING FIRMA-OPERADOR.
           IF AUTORIZADO-F = "S"
               PERFORM ABRIR-CATEGORIAS
           END-IF.
           IF SW-ABIERTO = 1
               PERFORM MENU-PRINCIPAL UNTIL OPCION = 4
               CLOSE CATEGORIAS
           END-IF.
           STOP RUN.

       ABRIR-CATEGORIAS.
      * archivo recien creado se reabre I-O: el menu tambien lee
      * (CAMBIO, LISTADO) y un READ sobre un OPEN OUTPUT no cae
      * ni en AT END ni en INVALID KEY.
      * Solo un archivo inexistente (35) se crea; con cualquier
      * otro file status no se pisa y se ofrece la conversion.
           OPEN INPUT CATEGORIAS
           EVALUATE WS-FS-CATEGORIA
               WHEN "00"
                   CLOSE CATEGORIAS
                   OPEN I-O CATEGORIAS
                   MOVE 1 TO SW-ABIERTO
               WHEN "35"
                   OPEN OUTPUT CATEGORIAS
                   CLOSE CATEGORIAS
                   OPEN I-O CATEGORIAS
                   MOVE 1 TO SW-ABIERTO
               WHEN OTHER
                   DISPLAY "NO SE PUDO ABRIR CATEGORI.DAT, "
                       "FILE STATUS " WS-FS-CATEGORIA
                   PERFORM OFRECER-CONVERSION
           END-EVALUATE.

       OFRECER-CONVERSION.
           DISPLAY "SI ES UN CATEGORI.DAT DE 41 POSICIONES, SIN "
               "PRESUPUESTO, SE PUEDE CONVERTIR"
           DISPLAY "CONVERTIR (S/N)? " WITH NO ADVANCING
           ACCEPT RESPUESTA
           MOVE FUNCTION UPPER-CASE(RESPUESTA) TO RESPUESTA
           IF RESPUESTA = "S"
               PERFORM CONVERTIR-CATEGORIAS
           END-IF.

      *---------------------------
      * Conversion del layout de 41 posiciones al actual. El
      * original pasa a CATEGORI.DAT.ANT y se recarga de ahi.
      *---------------------------
       CONVERTIR-CATEGORIAS.
           CALL "CBL_RENAME_FILE" USING NOMBRE-MAESTRO
               NOMBRE-ANTERIOR
           IF RETURN-CODE NOT = ZEROS
               DISPLAY "NO SE PUDO RENOMBRAR CATEGORI.DAT A "
                   "CATEGORI.DAT.ANT, NO SE CONVIRTIO"
           ELSE
               OPEN INPUT CATEGORIAS-ANT
               IF WS-FS-ANTERIOR NOT = "00"
                   DISPLAY "TAMPOCO ABRE CON EL LAYOUT VIEJO, "
                       "FILE STATUS " WS-FS-ANTERIOR
                   PERFORM RESTITUIR-ORIGINAL
               ELSE
                   PERFORM RECARGAR-CATEGORIAS
               END-IF
           END-IF.

       RECARGAR-CATEGORIAS.
           MOVE ZEROS TO TOTAL-CONVERTIDAS ERRORES-CONVERSION
           OPEN OUTPUT CATEGORIAS
           MOVE LOW-VALUES TO CODIGO-ANT
           MOVE 0 TO SW-FIN-ANTERIOR
           START CATEGORIAS-ANT KEY IS >= CODIGO-ANT
               INVALID KEY
                   MOVE 1 TO SW-FIN-ANTERIOR
           END-START
           PERFORM CONVERTIR-CATEGORIA UNTIL SW-FIN-ANTERIOR = 1
           CLOSE CATEGORIAS-ANT CATEGORIAS
           IF ERRORES-CONVERSION = ZEROS
               DISPLAY "CATEGORIAS CONVERTIDAS: " TOTAL-CONVERTIDAS
               DISPLAY "EL ORIGINAL QUEDA EN CATEGORI.DAT.ANT"
               OPEN I-O CATEGORIAS
               MOVE 1 TO SW-ABIERTO
           ELSE
               DISPLAY "ERRORES EN LA CONVERSION: "
                   ERRORES-CONVERSION
               DELETE FILE CATEGORIAS
               PERFORM RESTITUIR-ORIGINAL
           END-IF.

       CONVERTIR-CATEGORIA.
           READ CATEGORIAS-ANT NEXT RECORD
             AT END
               MOVE 1 TO SW-FIN-ANTERIOR
             NOT AT END
               MOVE CODIGO-ANT TO CODIGO-CAT
               MOVE DESCRIPCION-ANT TO DESCRIPCION-CAT
               MOVE ACTIVA-ANT TO ACTIVA-CAT
               MOVE ZEROS TO PRESUPUESTO-CAT
               WRITE REG-CATEGORIAS
                   INVALID KEY
                       ADD 1 TO ERRORES-CONVERSION
                       DISPLAY "NO SE PUDO GRABAR " CODIGO-CAT
                   NOT INVALID KEY
                       ADD 1 TO TOTAL-CONVERTIDAS
               END-WRITE
           END-READ.

       RESTITUIR-ORIGINAL.
      * Si ni el renombre de vuelta se puede, el original queda en
      * CATEGORI.DAT.ANT y hay que renombrarlo a mano.
           CALL "CBL_RENAME_FILE" USING NOMBRE-ANTERIOR
               NOMBRE-MAESTRO
           IF RETURN-CODE = ZEROS
               DISPLAY "CATEGORI.DAT QUEDA COMO ESTABA"
           ELSE
               DISPLAY "EL ORIGINAL QUEDO EN CATEGORI.DAT.ANT, "
                   "RENOMBRARLO A MANO A CATEGORI.DAT"
           END-IF.

       MENU-PRINCIPAL.
           DISPLAY "DESCRIPCION: " WITH NO ADVANCING.
           ACCEPT DESCRIPCION-CAT.
           MOVE "S" TO ACTIVA-CAT.
           MOVE ZEROS TO PRESUPUESTO-CAT.
           PERFORM PEDIR-PRESUPUESTO.
           WRITE REG-CATEGORIAS
               INVALID KEY
                   DISPLAY "YA EXISTE ESA CATEGORIA"
           ELSE
               DISPLAY "VALOR INVALIDO, SE MANTIENE " ACTIVA-CAT
           END-IF
           PERFORM PEDIR-PRESUPUESTO
           REWRITE REG-CATEGORIAS
               INVALID KEY
                   DISPLAY "ERROR AL CAMBIAR LA CATEGORIA"
                   DISPLAY "CATEGORIA CAMBIADA"
           END-REWRITE.

       PEDIR-PRESUPUESTO.
      * Vacio o invalido deja PRESUPUESTO-CAT como esta: en el
      * alta viene en ceros, en el cambio es el que ya tenia.
           MOVE PRESUPUESTO-CAT TO PRESUPUESTO-EDITADO
           DISPLAY "PRESUPUESTO ANUAL (" PRESUPUESTO-EDITADO "): "
               WITH NO ADVANCING
           MOVE SPACES TO IMPORTE-PEDIDO
           ACCEPT IMPORTE-PEDIDO
           IF IMPORTE-PEDIDO NOT = SPACES
               IF FUNCTION TEST-NUMVAL(IMPORTE-PEDIDO) = 0
                  AND FUNCTION NUMVAL(IMPORTE-PEDIDO) >= 0
                  AND FUNCTION NUMVAL(IMPORTE-PEDIDO) < 10000000
                   COMPUTE PRESUPUESTO-CAT =
                       FUNCTION NUMVAL(IMPORTE-PEDIDO)
               ELSE
                   DISPLAY "IMPORTE INVALIDO, SE MANTIENE "
                       PRESUPUESTO-EDITADO
               END-IF
           END-IF.

       LISTADO.
           MOVE SPACES TO CODIGO-CAT
           MOVE ZEROS TO TOTAL-LISTADAS
             AT END
               MOVE 1 TO SW-FIN-LISTADO
             NOT AT END
               MOVE PRESUPUESTO-CAT TO PRESUPUESTO-EDITADO
               DISPLAY CODIGO-CAT " " DESCRIPCION-CAT " "
                   ACTIVA-CAT " " PRESUPUESTO-EDITADO
               ADD 1 TO TOTAL-LISTADAS
           END-READ.
