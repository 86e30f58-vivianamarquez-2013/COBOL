      *-------------------------
      * Correo fisico a partir del extracto selectivo: lee el
      * AMIGOS-EXT.TXT que deja EXTRAER (la seleccion por
      * CATEGORIA, ESTADO o rango de CODIGO ya viene hecha), o el
      * que deja AGENDA con las fechas clave proximas, y
      * arma salidas imprimibles con NOMBRE y DIRECCION.
      *
      * Dos modos, elegidos al arrancar:
      * Los registros con DIRECCION en blanco se saltean y se
      * cuentan: ese total es la cantidad de amigos a los que no
      * se les puede mandar nada.
      *
      * Con JUNTAR HOGARES en S, los amigos del extracto que
      * tienen la misma DIRECCION y estan vinculados como CONYUGE
      * o FAMILIA en AMIGOS-VIN.DAT (ver VINCULEL.CPY; directo o
      * a traves de otro del mismo hogar) reciben una sola
      * etiqueta o carta a nombre de todos: un nombre por linea,
      * hasta tres y "Y FAMILIA" si son mas de cuatro. En la
      * carta, la linea &NOMBRE se reemplaza por esa lista. Para
      * encontrarlos el extracto pasa por un archivo de trabajo
      * ordenado por DIRECCION y CODIGO, asi que en ese modo las
      * etiquetas salen en orden de DIRECCION. Dos personas en la
      * misma DIRECCION sin vinculo siguen recibiendo cada una la
      * suya. Sin AMIGOS-VIN.DAT no se junta nada.
      *
      * Pide perfil C (ver FIRMAR.CBL).
      *-------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT CARTAS
             ASSIGN TO RANDOM "CARTAS.TXT"
             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TRABAJO
             ASSIGN TO RANDOM "ETIQUETA.TMP".
           COPY VINCULEL.
           COPY CORRIDEL.
      *---------------------------
       DATA DIVISION.
       01 REG-ETIQUETA PIC X(110).
       FD CARTAS.
       01 REG-CARTA PIC X(80).
       SD TRABAJO.
       01 REG-TRABAJO.
           05 DIRECCION-T PIC X(50).
           05 CODIGO-T PIC 9(5).
           05 NOMBRE-T PIC X(30).
       FD VINCULOS.
       COPY VINCULFD.
       FD CORRIDAS.
       01 REG-CORRIDA PIC X(53).

       WORKING-STORAGE SECTION.
       01 WS-FS-EXTRACTO PIC XX.
       01 WS-FS-PLANTILLA PIC XX.
       01 WS-FS-CONTROL PIC XX.
       01 WS-FS-VINCULO PIC XX.
       COPY CORRIDWS.
       COPY FIRMAWS.
       01 REG-DETALLE.
           05 CODIGO-D PIC Z(5).
           05 FILLER PIC X VALUE "|".
           05 FILLER PIC X VALUE "|".
           05 CATEGORIA-D PIC X(10).
           05 FILLER PIC X VALUE "|".
      * Lo que va en una etiqueta o carta: un nombre, o los del
      * hogar uno por linea, y la DIRECCION.
       01 ENVIO.
           05 CANTIDAD-ENV PIC 9.
           05 NOMBRE-ENV PIC X(30) OCCURS 4 TIMES.
           05 DIRECCION-ENV PIC X(50).
      * Fila de etiquetas en armado: se junta de a
      * ETIQUETAS-POR-FILA y recien entonces se imprimen las
      * lineas de nombres (tantas como el hogar mas grande de la
      * fila) y la de direcciones.
       01 FILA-ETIQUETAS.
           05 COLUMNA-ETIQUETA OCCURS 2 TIMES.
               10 CANTIDAD-ETI PIC 9.
               10 NOMBRE-ETI PIC X(30) OCCURS 4 TIMES.
               10 DIRECCION-ETI PIC X(50).
      * Los amigos del extracto con una misma DIRECCION. GRUPO-HOG
      * es el primero de su hogar en la tabla: al principio cada
      * uno es su propio hogar y cada vinculo entre dos junta sus
      * hogares en el del menor.
       01 TABLA-HOGAR.
           05 MIEMBRO-HOGAR OCCURS 20 TIMES.
               10 CODIGO-HOG PIC 9(5).
               10 NOMBRE-HOG PIC X(30).
               10 GRUPO-HOG PIC 9(2).
       01 LINEA-NOMBRES.
           05 CELDA-NOMBRE OCCURS 2 TIMES.
               10 NOMBRE-CEL PIC X(30).
       01 LINEA-SALTO-PAGINA PIC X(1) VALUE X"0C".
       01 VARIABLES.
           05 OPCION PIC 9 VALUE 0.
           05 RESPUESTA PIC X(1).
           05 SW-FIN-EXTRACTO PIC 9 VALUE 0.
           05 SW-FIN-PLANTILLA PIC 9 VALUE 0.
           05 SW-CONTINUAR PIC 9 VALUE 1.
           05 EN-FILA PIC 9 VALUE 0.
           05 IND PIC 9 VALUE 0.
           05 LINEA-NOM PIC 9 VALUE 0.
           05 MAXIMO-NOMBRES PIC 9 VALUE 0.
           05 SW-HOGARES PIC 9 VALUE 0.
           05 SW-FIN-SORT PIC 9 VALUE 0.
           05 SW-VINCULADOS PIC 9 VALUE 0.
           05 DIRECCION-ANTERIOR PIC X(50).
           05 EN-HOGAR PIC 9(2) VALUE ZEROS.
           05 IND-A PIC 9(2) VALUE ZEROS.
           05 IND-B PIC 9(2) VALUE ZEROS.
           05 IND-G PIC 9(2) VALUE ZEROS.
           05 GRUPO-VIEJO PIC 9(2) VALUE ZEROS.
           05 GRUPO-NUEVO PIC 9(2) VALUE ZEROS.
           05 MIEMBROS PIC 9(2) VALUE ZEROS.
           05 TOTAL-JUNTADOS PIC 9(5) VALUE ZEROS.
           05 TOTAL-LEIDOS PIC 9(5) VALUE ZEROS.
           05 TOTAL-GENERADOS PIC 9(5) VALUE ZEROS.
           05 TOTAL-SIN-DIRECCION PIC 9(5) VALUE ZEROS.
       01 CONSTANTES.
           05 ETIQUETAS-POR-FILA PIC 9 VALUE 2.
           05 MAXIMO-HOGAR PIC 9(2) VALUE 20.
      *----------------------------
       PROCEDURE DIVISION.
       PRINCIPAL.
           OPEN EXTEND CORRIDAS.
           MOVE "ETIQUETA" TO FUNCION-F.
           MOVE "C" TO NIVEL-F.
           CALL "FIRMAR" USING FIRMA-OPERADOR.
           PERFORM GRABAR-CORRIDA-INICIO.
           IF AUTORIZADO-F = "S"
               PERFORM PEDIR-MODO
           ELSE
               MOVE 0 TO SW-CONTINUAR
           END-IF.
           IF SW-CONTINUAR = 1
               PERFORM ABRIR-EXTRACTO
           END-IF.
               DISPLAY "REGISTROS LEIDOS: " TOTAL-LEIDOS
               DISPLAY "GENERADOS: " TOTAL-GENERADOS
               DISPLAY "SIN DIRECCION: " TOTAL-SIN-DIRECCION
               IF SW-HOGARES = 1
                   DISPLAY "JUNTADOS EN UN HOGAR: " TOTAL-JUNTADOS
               END-IF
           END-IF.
           IF SW-HOGARES = 1
               CLOSE VINCULOS
           END-IF.
           PERFORM GRABAR-CORRIDA-FIN.
           CLOSE CORRIDAS.
           IF OPCION NOT = 1 AND OPCION NOT = 2
               DISPLAY "OPCION INVALIDA"
               MOVE 0 TO SW-CONTINUAR
           ELSE
               PERFORM PEDIR-HOGARES
           END-IF.

       PEDIR-HOGARES.
           DISPLAY "JUNTAR HOGARES (S/N)? " WITH NO ADVANCING
           MOVE SPACE TO RESPUESTA
           ACCEPT RESPUESTA
           MOVE FUNCTION UPPER-CASE(RESPUESTA) TO RESPUESTA
           IF RESPUESTA = "S"
               OPEN INPUT VINCULOS
               IF WS-FS-VINCULO = "00"
                   MOVE 1 TO SW-HOGARES
               ELSE
                   DISPLAY "SIN AMIGOS-VIN.DAT, NO SE JUNTAN HOGARES"
               END-IF
           END-IF.

       ABRIR-EXTRACTO.
       GENERAR-ETIQUETAS.
           OPEN OUTPUT ETIQUETAS
           MOVE 0 TO EN-FILA
           IF SW-HOGARES = 1
               PERFORM JUNTAR-HOGARES
           ELSE
               PERFORM PROCESAR-ETIQUETA UNTIL SW-FIN-EXTRACTO = 1
           END-IF
           IF EN-FILA > 0
               PERFORM IMPRIMIR-FILA
           END-IF
               IF DIRECCION-D = SPACES
                   ADD 1 TO TOTAL-SIN-DIRECCION
               ELSE
                   PERFORM ENVIO-INDIVIDUAL
                   PERFORM AGREGAR-A-FILA
               END-IF
           END-READ.

       ENVIO-INDIVIDUAL.
           MOVE SPACES TO ENVIO
           MOVE 1 TO CANTIDAD-ENV
           MOVE NOMBRE-D TO NOMBRE-ENV(1)
           MOVE DIRECCION-D TO DIRECCION-ENV.

       AGREGAR-A-FILA.
           ADD 1 TO EN-FILA
           MOVE CANTIDAD-ENV TO CANTIDAD-ETI(EN-FILA)
           PERFORM CARGAR-NOMBRE-ETI
               VARYING LINEA-NOM FROM 1 BY 1 UNTIL LINEA-NOM > 4
           MOVE DIRECCION-ENV TO DIRECCION-ETI(EN-FILA)
           ADD 1 TO TOTAL-GENERADOS
           IF EN-FILA >= ETIQUETAS-POR-FILA
               PERFORM IMPRIMIR-FILA
           END-IF.

       CARGAR-NOMBRE-ETI.
           MOVE NOMBRE-ENV(LINEA-NOM) TO NOMBRE-ETI(EN-FILA, LINEA-NOM).

       IMPRIMIR-FILA.
           MOVE 1 TO MAXIMO-NOMBRES
           PERFORM MEDIR-COLUMNA
               VARYING IND FROM 1 BY 1
               UNTIL IND > EN-FILA
           PERFORM IMPRIMIR-LINEA-NOMBRES
               VARYING LINEA-NOM FROM 1 BY 1
               UNTIL LINEA-NOM > MAXIMO-NOMBRES
           MOVE SPACES TO LINEA-DIRECCIONES
           PERFORM CARGAR-CELDA
               VARYING IND FROM 1 BY 1
               UNTIL IND > EN-FILA
           WRITE REG-ETIQUETA FROM LINEA-DIRECCIONES
           MOVE SPACES TO REG-ETIQUETA
           WRITE REG-ETIQUETA
           MOVE 0 TO EN-FILA.

       MEDIR-COLUMNA.
           IF CANTIDAD-ETI(IND) > MAXIMO-NOMBRES
               MOVE CANTIDAD-ETI(IND) TO MAXIMO-NOMBRES
           END-IF.

       IMPRIMIR-LINEA-NOMBRES.
           MOVE SPACES TO LINEA-NOMBRES
           PERFORM CARGAR-CELDA-NOMBRE
               VARYING IND FROM 1 BY 1
               UNTIL IND > EN-FILA
           WRITE REG-ETIQUETA FROM LINEA-NOMBRES.

       CARGAR-CELDA-NOMBRE.
           MOVE NOMBRE-ETI(IND, LINEA-NOM) TO NOMBRE-CEL(IND).

       CARGAR-CELDA.
           MOVE DIRECCION-ETI(IND) TO DIRECCION-CEL(IND).

       GENERAR-CARTAS.
           ELSE
               CLOSE PLANTILLA
               OPEN OUTPUT CARTAS
               IF SW-HOGARES = 1
                   PERFORM JUNTAR-HOGARES
               ELSE
                   PERFORM PROCESAR-CARTA UNTIL SW-FIN-EXTRACTO = 1
               END-IF
               CLOSE EXTRACTO CARTAS
           END-IF.

               IF DIRECCION-D = SPACES
                   ADD 1 TO TOTAL-SIN-DIRECCION
               ELSE
                   PERFORM ENVIO-INDIVIDUAL
                   PERFORM ARMAR-CARTA
               END-IF
           END-READ.
             NOT AT END
               EVALUATE REG-PLANTILLA
                   WHEN "&NOMBRE"
                       PERFORM ESCRIBIR-NOMBRE-CARTA
                           VARYING LINEA-NOM FROM 1 BY 1
                           UNTIL LINEA-NOM > CANTIDAD-ENV
                   WHEN "&DIRECCION"
                       WRITE REG-CARTA FROM DIRECCION-ENV
                   WHEN OTHER
                       WRITE REG-CARTA FROM REG-PLANTILLA
               END-EVALUATE
           END-READ.

       ESCRIBIR-NOMBRE-CARTA.
           WRITE REG-CARTA FROM NOMBRE-ENV(LINEA-NOM).

      *---------------------------
      * Hogares: el extracto ordenado por DIRECCION y CODIGO; por
      * cada DIRECCION se arma la tabla, se juntan los vinculados
      * y sale un envio por hogar.
      *---------------------------
       JUNTAR-HOGARES.
           SORT TRABAJO
               ON ASCENDING KEY DIRECCION-T CODIGO-T
               INPUT PROCEDURE IS ENTRADA-HOGARES
               OUTPUT PROCEDURE IS SALIDA-HOGARES.

       ENTRADA-HOGARES.
           PERFORM LIBERAR-HOGAR UNTIL SW-FIN-EXTRACTO = 1.

       LIBERAR-HOGAR.
           READ EXTRACTO
             AT END
               MOVE 1 TO SW-FIN-EXTRACTO
             NOT AT END
               ADD 1 TO TOTAL-LEIDOS
               MOVE REG-EXTRACTO TO REG-DETALLE
               IF DIRECCION-D = SPACES
                   ADD 1 TO TOTAL-SIN-DIRECCION
               ELSE
                   MOVE DIRECCION-D TO DIRECCION-T
                   COMPUTE CODIGO-T = FUNCTION NUMVAL(CODIGO-D)
                   MOVE NOMBRE-D TO NOMBRE-T
                   RELEASE REG-TRABAJO
               END-IF
           END-READ.

       SALIDA-HOGARES.
           MOVE ZEROS TO EN-HOGAR
           PERFORM RETORNAR
           IF SW-FIN-SORT = 0
               MOVE DIRECCION-T TO DIRECCION-ANTERIOR
               PERFORM PROCESAR-HOGAR UNTIL SW-FIN-SORT = 1
               PERFORM CORTE-DIRECCION
           END-IF.

       RETORNAR.
           RETURN TRABAJO
             AT END
               MOVE 1 TO SW-FIN-SORT
           END-RETURN.

       PROCESAR-HOGAR.
      * Una DIRECCION con mas de MAXIMO-HOGAR amigos se corta en
      * tandas; los de tandas distintas no se juntan.
           IF DIRECCION-T NOT = DIRECCION-ANTERIOR
              OR EN-HOGAR >= MAXIMO-HOGAR
               PERFORM CORTE-DIRECCION
               MOVE DIRECCION-T TO DIRECCION-ANTERIOR
           END-IF
           ADD 1 TO EN-HOGAR
           MOVE CODIGO-T TO CODIGO-HOG(EN-HOGAR)
           MOVE NOMBRE-T TO NOMBRE-HOG(EN-HOGAR)
           MOVE EN-HOGAR TO GRUPO-HOG(EN-HOGAR)
           PERFORM RETORNAR.

       CORTE-DIRECCION.
           IF EN-HOGAR > 1
               PERFORM COMPARAR-PAREJA
                   VARYING IND-A FROM 1 BY 1 UNTIL IND-A > EN-HOGAR
                   AFTER IND-B FROM 1 BY 1 UNTIL IND-B > EN-HOGAR
           END-IF
           PERFORM EMITIR-HOGAR
               VARYING IND-G FROM 1 BY 1 UNTIL IND-G > EN-HOGAR
           MOVE ZEROS TO EN-HOGAR.

       COMPARAR-PAREJA.
           IF IND-B > IND-A
              AND GRUPO-HOG(IND-A) NOT = GRUPO-HOG(IND-B)
               PERFORM BUSCAR-VINCULO
               IF SW-VINCULADOS = 1
                   PERFORM UNIR-GRUPOS
               END-IF
           END-IF.

       BUSCAR-VINCULO.
      * El vinculo puede estar anotado desde cualquiera de los
      * dos; solo cuenta uno vigente de CONYUGE o FAMILIA.
           MOVE 0 TO SW-VINCULADOS
           MOVE CODIGO-HOG(IND-A) TO CODIGO-VIN
           MOVE CODIGO-HOG(IND-B) TO CODIGO-REL-VIN
           READ VINCULOS
               INVALID KEY
                   MOVE CODIGO-HOG(IND-B) TO CODIGO-VIN
                   MOVE CODIGO-HOG(IND-A) TO CODIGO-REL-VIN
                   READ VINCULOS
                       INVALID KEY
                           MOVE SPACES TO REG-VINCULOS
                   END-READ
           END-READ
           IF ESTADO-VIN = "A"
              AND (TIPO-VIN = "CONYUGE" OR TIPO-VIN = "FAMILIA")
               MOVE 1 TO SW-VINCULADOS
           END-IF.

       UNIR-GRUPOS.
           IF GRUPO-HOG(IND-A) < GRUPO-HOG(IND-B)
               MOVE GRUPO-HOG(IND-A) TO GRUPO-NUEVO
               MOVE GRUPO-HOG(IND-B) TO GRUPO-VIEJO
           ELSE
               MOVE GRUPO-HOG(IND-B) TO GRUPO-NUEVO
               MOVE GRUPO-HOG(IND-A) TO GRUPO-VIEJO
           END-IF
           PERFORM CAMBIAR-GRUPO
               VARYING IND-G FROM 1 BY 1 UNTIL IND-G > EN-HOGAR.

       CAMBIAR-GRUPO.
           IF GRUPO-HOG(IND-G) = GRUPO-VIEJO
               MOVE GRUPO-NUEVO TO GRUPO-HOG(IND-G)
           END-IF.

       EMITIR-HOGAR.
      * Sale un envio por cada primero de hogar, con los nombres
      * de todos los de su grupo.
           IF GRUPO-HOG(IND-G) = IND-G
               MOVE SPACES TO ENVIO
               MOVE ZEROS TO MIEMBROS
               PERFORM AGREGAR-MIEMBRO
                   VARYING IND-B FROM 1 BY 1 UNTIL IND-B > EN-HOGAR
               IF MIEMBROS > 4
                   MOVE "Y FAMILIA" TO NOMBRE-ENV(4)
                   MOVE 4 TO CANTIDAD-ENV
               ELSE
                   MOVE MIEMBROS TO CANTIDAD-ENV
               END-IF
               MOVE DIRECCION-ANTERIOR TO DIRECCION-ENV
               COMPUTE TOTAL-JUNTADOS = TOTAL-JUNTADOS + MIEMBROS - 1
               IF OPCION = 1
                   PERFORM AGREGAR-A-FILA
               ELSE
                   PERFORM ARMAR-CARTA
               END-IF
           END-IF.

       AGREGAR-MIEMBRO.
           IF GRUPO-HOG(IND-B) = IND-G
               ADD 1 TO MIEMBROS
               IF MIEMBROS <= 4
                   MOVE NOMBRE-HOG(IND-B) TO NOMBRE-ENV(MIEMBROS)
               END-IF
           END-IF.

      * En la bitacora, LEIDOS-C son las lineas del extracto y
      * GRABADOS-C las etiquetas o cartas generadas; la
      * diferencia son los amigos sin DIRECCION y, juntando
      * hogares, los que fueron en el envio de otro.
       GRABAR-CORRIDA-INICIO.
           MOVE "ETIQUETA" TO PROGRAMA-C
           MOVE "INICIO" TO TIPO-C

       GRABAR-CORRIDA.
           MOVE FUNCTION CURRENT-DATE TO FECHA-HORA-C
           MOVE OPERADOR-F TO OPERADOR-C
           WRITE REG-CORRIDA FROM REG-CORRIDA-D
           IF WS-FS-CONTROL NOT = "00"
               DISPLAY "ERROR AL GRABAR AMIGOS-CTL.TXT, FILE STATUS "
