       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMPORTA.
      *-------------------------
      * Importacion de contactos exportados de telefonos y correo
      * web. Lee IMPORTA.CSV, separado por comas y con una primera
      * linea de encabezado, y por cada fila busca si la persona
      * ya esta en AMIGOS.DAT: por TELEFONO y por NOMBRE con las
      * claves alternas, y por EMAIL recorriendo el archivo (el
      * EMAIL no es clave). Cada CODIGO distinto que aparece es un
      * candidato:
      *   - ninguno: NUEVA, va un ALTA con CODIGO-M en blanco (el
      *     CODIGO lo pone el numerador de MANTENER) y la
      *     CATEGORIA de IMPORTA.PAR;
      *   - uno, con datos distintos: ACTUALIZADA, va un CAMBIO
      *     con el registro actual y encima los campos que la fila
      *     trae llenos (un campo vacio en la fila no borra nada;
      *     CATEGORIA y ESTADO quedan como estan);
      *   - uno, con los mismos datos: IDENTICA, no va nada;
      *   - mas de uno: AMBIGUA, no va nada hasta que alguien
      *     decida; el informe lista los candidatos.
      * Una fila sin coincidencias y sin NOMBRE queda RECHAZADA.
      * Los movimientos quedan en AMIGOS-MOV.TXT con el layout de
      * AMIGOSMV.CPY, para que MANTENER los aplique en lote, y el
      * resultado de cada fila en IMPORTA.RPT. Si AMIGOS-MOV.TXT
      * ya existe la corrida se niega, para no pisar un lote que
      * todavia no se aplico; si no sale ningun movimiento el
      * archivo no se crea.
      *
      * Las columnas se reconocen por el titulo del encabezado,
      * sin importar mayusculas: NOMBRE, NAME, FULL NAME, DISPLAY
      * NAME; FIRST NAME y LAST NAME (se juntan si no hay nombre
      * completo); TELEFONO, PHONE, MOBILE PHONE, PHONE 1 - VALUE;
      * EMAIL, E-MAIL ADDRESS, E-MAIL 1 - VALUE; DIRECCION,
      * ADDRESS, HOME ADDRESS, ADDRESS 1 - FORMATTED, y otras
      * variantes. Si manda una columna con otro titulo se la
      * nombra en IMPORTA.PAR, con el esquema de criterio y valor
      * de DESCUIDO.PAR:
      *     CATEGORIA  FAMILIA
      *     NOMBRE     Apodo
      *     SEPARADOR  ;
      * CATEGORIA es obligatoria y tiene que estar activa en
      * CATEGORI.DAT, igual que en el ALTA de MANTENER. Los campos
      * entre comillas pueden llevar el separador y comillas
      * dobladas. Del TELEFONO quedan solo los digitos, que es lo
      * que VALIDAR acepta. El NOMBRE se busca tal cual viene y en
      * mayusculas; el NOMBRE y el EMAIL se comparan sin importar
      * mayusculas, asi una fila que solo cambia la escritura no
      * genera un CAMBIO.
      *
      * AMIGOS.DAT se abre solo INPUT y no se toma el candado,
      * igual que CONCILIA. En la bitacora, LEIDOS-C son las filas
      * de datos leidas y GRABADOS-C los movimientos grabados.
      *
      * Pide perfil M (ver FIRMAR.CBL), como el lote de
      * correccion de CONCILIA.
      *-------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY AMIGOSEL.
           COPY CATEGOEL.
           SELECT CONTACTOS-CSV
             ASSIGN TO RANDOM "IMPORTA.CSV"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-FS-CSV.
           SELECT PARAMETROS
             ASSIGN TO RANDOM "IMPORTA.PAR"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-FS-PARAMETROS.
           SELECT MOVIMIENTOS
             ASSIGN TO RANDOM "AMIGOS-MOV.TXT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-FS-MOV.
           SELECT INFORME
             ASSIGN TO RANDOM "IMPORTA.RPT"
             ORGANIZATION IS LINE SEQUENTIAL.
           COPY CORRIDEL.
      *---------------------------
       DATA DIVISION.
       FILE SECTION.
       FD AMIGOS.
       COPY AMIGOSFD.
       FD CATEGORIAS.
       COPY CATEGOFD.
       FD CONTACTOS-CSV.
       01 REG-CSV PIC X(500).
       FD PARAMETROS.
       01 REG-PARAMETRO.
           05 CRITERIO-P PIC X(10).
           05 VALOR-P PIC X(20).
       FD MOVIMIENTOS.
       01 REG-MOVIMIENTO PIC X(170).
       FD INFORME.
       01 REG-INFORME PIC X(120).
       FD CORRIDAS.
       01 REG-CORRIDA PIC X(53).

       WORKING-STORAGE SECTION.
       01 WS-FS-CATEGORIA PIC XX.
       01 WS-FS-CSV PIC XX.
       01 WS-FS-PARAMETROS PIC XX.
       01 WS-FS-MOV PIC XX.
       01 WS-FS-CONTROL PIC XX.
       COPY CORRIDWS.
       COPY AMIGOSMV.
       COPY FIRMAWS.
       01 LINEA-ENCABEZADO PIC X(120)
           VALUE "IMPORTACION DE IMPORTA.CSV CONTRA AMIGOS.DAT".
       01 LINEA-COLUMNAS PIC X(120)
           VALUE " FILA RESULTADO   CODIGO NOMBRE".
       01 LINEA-DETALLE.
           05 FILA-L PIC Z(5).
           05 FILLER PIC X VALUE SPACE.
           05 RESULTADO-L PIC X(11).
           05 FILLER PIC X VALUE SPACE.
           05 CODIGO-L PIC Z(5).
           05 FILLER PIC X VALUE SPACE.
           05 NOMBRE-L PIC X(30).
           05 FILLER PIC X VALUE SPACE.
           05 DETALLE-L PIC X(65).
       01 LINEA-TOTAL.
           05 CONCEPTO-T PIC X(25).
           05 TOTAL-T PIC ZZZZ9.
      * Los campos de la fila en curso, separados. CAMPO-LEIDO
      * lleva los primeros 60 caracteres de cada uno.
       01 TABLA-CAMPOS.
           05 CAMPO-LEIDO PIC X(60) OCCURS 30 TIMES.
      * Los datos de la fila ya mapeados a los campos de
      * REG-AMIGOS.
       01 FILA-IMPORTADA.
           05 NOMBRE-I PIC X(30).
           05 TELEFONO-I PIC X(20).
           05 EMAIL-I PIC X(40).
           05 DIRECCION-I PIC X(50).
      * CODIGOs distintos que coinciden con la fila.
       01 TABLA-CANDIDATOS.
           05 CODIGO-CAN PIC 9(5) OCCURS 10 TIMES.
       01 VARIABLES.
           05 SW-CONTINUAR PIC 9 VALUE 1.
           05 SW-FIN-CSV PIC 9 VALUE 0.
           05 SW-FIN-PARAMETROS PIC 9 VALUE 0.
           05 SW-FIN-BUSQUEDA PIC 9 VALUE 0.
           05 SW-COMILLAS PIC 9 VALUE 0.
           05 SW-LOTE-ABIERTO PIC 9 VALUE 0.
           05 SW-YA-ESTA PIC 9 VALUE 0.
           05 SW-HAY-CSV PIC 9 VALUE 0.
           05 VALOR-AJUSTADO PIC X(20).
           05 CATEGORIA-ALTA PIC X(10) VALUE SPACES.
           05 SEPARADOR PIC X(1) VALUE ",".
           05 TITULO-NOMBRE-P PIC X(20) VALUE SPACES.
           05 TITULO-TELEFONO-P PIC X(20) VALUE SPACES.
           05 TITULO-EMAIL-P PIC X(20) VALUE SPACES.
           05 TITULO-DIRECCION-P PIC X(20) VALUE SPACES.
           05 TITULO-COLUMNA PIC X(60).
           05 COLUMNA-NOMBRE PIC 9(2) VALUE ZEROS.
           05 COLUMNA-PILA PIC 9(2) VALUE ZEROS.
           05 COLUMNA-APELLIDO PIC 9(2) VALUE ZEROS.
           05 COLUMNA-TELEFONO PIC 9(2) VALUE ZEROS.
           05 COLUMNA-EMAIL PIC 9(2) VALUE ZEROS.
           05 COLUMNA-DIRECCION PIC 9(2) VALUE ZEROS.
           05 CANTIDAD-CAMPOS PIC 9(2) VALUE ZEROS.
           05 LARGO-CAMPO PIC 9(2) VALUE ZEROS.
           05 LARGO-LINEA PIC 9(3) VALUE ZEROS.
           05 POSICION PIC 9(3) VALUE ZEROS.
           05 CARACTER PIC X(1).
           05 LINEA-SIN-MARCA PIC X(500).
           05 IND PIC 9(2) VALUE ZEROS.
           05 TELEFONO-LEIDO PIC X(60).
           05 LARGO-TELEFONO PIC 9(2) VALUE ZEROS.
           05 NOMBRE-BUSCADO PIC X(30).
           05 EMAIL-BUSCADO PIC X(40).
           05 CODIGO-ENCONTRADO PIC 9(5).
           05 CANTIDAD-CANDIDATOS PIC 9(2) VALUE ZEROS.
           05 PUNTERO PIC 9(3) VALUE ZEROS.
           05 TOTAL-FILAS PIC 9(5) VALUE ZEROS.
           05 TOTAL-NUEVOS PIC 9(5) VALUE ZEROS.
           05 TOTAL-ACTUALIZADOS PIC 9(5) VALUE ZEROS.
           05 TOTAL-IDENTICOS PIC 9(5) VALUE ZEROS.
           05 TOTAL-AMBIGUOS PIC 9(5) VALUE ZEROS.
           05 TOTAL-RECHAZADOS PIC 9(5) VALUE ZEROS.
           05 TOTAL-MOVIMIENTOS PIC 9(5) VALUE ZEROS.
       01 CONSTANTES.
           05 MAXIMO-CAMPOS PIC 9(2) VALUE 30.
           05 MAXIMO-CANDIDATOS PIC 9(2) VALUE 10.
      *----------------------------
       PROCEDURE DIVISION.
       PRINCIPAL.
           OPEN EXTEND CORRIDAS.
           MOVE "IMPORTA" TO FUNCION-F.
           MOVE "M" TO NIVEL-F.
           CALL "FIRMAR" USING FIRMA-OPERADOR.
           PERFORM GRABAR-CORRIDA-INICIO.
           IF AUTORIZADO-F = "S"
               PERFORM LEER-PARAMETROS
           ELSE
               MOVE 0 TO SW-CONTINUAR
           END-IF.
           IF SW-CONTINUAR = 1
               PERFORM VERIFICAR-CATEGORIA
           END-IF.
           IF SW-CONTINUAR = 1
               PERFORM VERIFICAR-LOTE
           END-IF.
           IF SW-CONTINUAR = 1
               PERFORM ABRIR-CSV
           END-IF.
           IF SW-CONTINUAR = 1
               PERFORM LEER-ENCABEZADO
           END-IF.
           IF SW-CONTINUAR = 1
               OPEN INPUT AMIGOS
               OPEN OUTPUT INFORME
               WRITE REG-INFORME FROM LINEA-ENCABEZADO
               WRITE REG-INFORME FROM LINEA-COLUMNAS
               PERFORM PROCESAR-FILA UNTIL SW-FIN-CSV = 1
               PERFORM ESCRIBIR-TOTALES
               CLOSE AMIGOS INFORME
               IF SW-LOTE-ABIERTO = 1
                   CLOSE MOVIMIENTOS
               END-IF
           END-IF.
           IF SW-HAY-CSV = 1
               CLOSE CONTACTOS-CSV
           END-IF.
           PERFORM GRABAR-CORRIDA-FIN.
           CLOSE CORRIDAS.
      * GOBACK y no STOP RUN: corrido solo termina igual, pero
      * llamado como paso de OPERAR devuelve el control al
      * conductor en vez de cortar la cadena entera.
           GOBACK.

       LEER-PARAMETROS.
           OPEN INPUT PARAMETROS
           IF WS-FS-PARAMETROS NOT = "00"
               DISPLAY "NO SE PUDO ABRIR IMPORTA.PAR, FILE STATUS "
                   WS-FS-PARAMETROS
               MOVE 0 TO SW-CONTINUAR
           ELSE
               PERFORM CARGAR-PARAMETRO
                   UNTIL SW-FIN-PARAMETROS = 1
               CLOSE PARAMETROS
               IF CATEGORIA-ALTA = SPACES
                   DISPLAY "IMPORTA.PAR SIN LINEA CATEGORIA"
                   MOVE 0 TO SW-CONTINUAR
               END-IF
           END-IF.

       CARGAR-PARAMETRO.
           READ PARAMETROS
             AT END
               MOVE 1 TO SW-FIN-PARAMETROS
             NOT AT END
               PERFORM INTERPRETAR-PARAMETRO
           END-READ.

       INTERPRETAR-PARAMETRO.
      * Los titulos de columna se guardan en mayusculas, que es
      * como se comparan con el encabezado.
           MOVE FUNCTION TRIM(VALOR-P) TO VALOR-AJUSTADO
           MOVE FUNCTION UPPER-CASE(VALOR-AJUSTADO) TO VALOR-AJUSTADO
           EVALUATE CRITERIO-P
               WHEN "CATEGORIA"
                   MOVE VALOR-AJUSTADO TO CATEGORIA-ALTA
               WHEN "SEPARADOR"
                   IF VALOR-AJUSTADO NOT = SPACES
                       MOVE VALOR-AJUSTADO(1:1) TO SEPARADOR
                   END-IF
               WHEN "NOMBRE"
                   MOVE VALOR-AJUSTADO TO TITULO-NOMBRE-P
               WHEN "TELEFONO"
                   MOVE VALOR-AJUSTADO TO TITULO-TELEFONO-P
               WHEN "EMAIL"
                   MOVE VALOR-AJUSTADO TO TITULO-EMAIL-P
               WHEN "DIRECCION"
                   MOVE VALOR-AJUSTADO TO TITULO-DIRECCION-P
               WHEN OTHER
                   DISPLAY "CRITERIO DESCONOCIDO, SE IGNORA: "
                       CRITERIO-P
           END-EVALUATE.

       VERIFICAR-CATEGORIA.
      * La misma regla que VALIDAR-CATEGORIA de MANTENER: sin
      * CATEGORI.DAT (file status 35) se acepta cualquiera, con el
      * maestro tiene que existir y estar activa, y un maestro que
      * no se puede abrir es un error. Mejor negarse aca que dejar
      * un lote de ALTA que MANTENER va a rechazar entero.
           OPEN INPUT CATEGORIAS
           IF WS-FS-CATEGORIA NOT = "00" AND WS-FS-CATEGORIA NOT = "35"
               DISPLAY "NO SE PUDO ABRIR CATEGORI.DAT, FILE STATUS "
                   WS-FS-CATEGORIA
               MOVE 0 TO SW-CONTINUAR
           END-IF
           IF WS-FS-CATEGORIA = "00"
               MOVE CATEGORIA-ALTA TO CODIGO-CAT
               READ CATEGORIAS
                   INVALID KEY
                       DISPLAY "CATEGORIA DE IMPORTA.PAR INEXISTENTE: "
                           CATEGORIA-ALTA
                       MOVE 0 TO SW-CONTINUAR
                   NOT INVALID KEY
                       IF ACTIVA-CAT NOT = "S"
                           DISPLAY "CATEGORIA DE IMPORTA.PAR "
                               "INACTIVA: " CATEGORIA-ALTA
                           MOVE 0 TO SW-CONTINUAR
                       END-IF
               END-READ
               CLOSE CATEGORIAS
           END-IF.

       VERIFICAR-LOTE.
      * Un AMIGOS-MOV.TXT que ya esta es un lote pendiente: no se
      * pisa ni se mezcla con este.
           OPEN INPUT MOVIMIENTOS
           IF WS-FS-MOV = "00"
               CLOSE MOVIMIENTOS
               DISPLAY "YA HAY UN LOTE EN AMIGOS-MOV.TXT, APLICARLO "
                   "CON MANTENER O RETIRARLO ANTES DE IMPORTAR"
               MOVE 0 TO SW-CONTINUAR
           END-IF.

       ABRIR-CSV.
           OPEN INPUT CONTACTOS-CSV
           IF WS-FS-CSV = "00"
               MOVE 1 TO SW-HAY-CSV
           ELSE
               DISPLAY "NO SE PUDO ABRIR IMPORTA.CSV, FILE STATUS "
                   WS-FS-CSV
               MOVE 0 TO SW-CONTINUAR
           END-IF.

      *---------------------------
      * Encabezado: se separa la primera linea y cada titulo se
      * compara con los de IMPORTA.PAR y con los conocidos. Para
      * cada dato vale la primera columna que coincide.
      *---------------------------
       LEER-ENCABEZADO.
           READ CONTACTOS-CSV
             AT END
               DISPLAY "IMPORTA.CSV VACIO"
               MOVE 0 TO SW-CONTINUAR
             NOT AT END
      * Un archivo guardado como UTF-8 con BOM trae tres bytes
      * delante del primer titulo.
               IF REG-CSV(1:3) = X"EFBBBF"
                   MOVE REG-CSV(4:497) TO LINEA-SIN-MARCA
                   MOVE LINEA-SIN-MARCA TO REG-CSV
               END-IF
               PERFORM SEPARAR-CAMPOS
               PERFORM RECONOCER-COLUMNA
                   VARYING IND FROM 1 BY 1
                   UNTIL IND > CANTIDAD-CAMPOS
               IF COLUMNA-NOMBRE = ZEROS AND COLUMNA-PILA = ZEROS
                  AND COLUMNA-APELLIDO = ZEROS
                   DISPLAY "EL ENCABEZADO DE IMPORTA.CSV NO TIENE "
                       "COLUMNA DE NOMBRE"
                   MOVE 0 TO SW-CONTINUAR
               END-IF
           END-READ.

       RECONOCER-COLUMNA.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(CAMPO-LEIDO(IND)))
               TO TITULO-COLUMNA
           EVALUATE TRUE
               WHEN TITULO-NOMBRE-P NOT = SPACES
                    AND TITULO-COLUMNA = TITULO-NOMBRE-P
                   PERFORM TOMAR-COLUMNA-NOMBRE
               WHEN TITULO-TELEFONO-P NOT = SPACES
                    AND TITULO-COLUMNA = TITULO-TELEFONO-P
                   PERFORM TOMAR-COLUMNA-TELEFONO
               WHEN TITULO-EMAIL-P NOT = SPACES
                    AND TITULO-COLUMNA = TITULO-EMAIL-P
                   PERFORM TOMAR-COLUMNA-EMAIL
               WHEN TITULO-DIRECCION-P NOT = SPACES
                    AND TITULO-COLUMNA = TITULO-DIRECCION-P
                   PERFORM TOMAR-COLUMNA-DIRECCION
               WHEN TITULO-COLUMNA = "NOMBRE"
                 OR TITULO-COLUMNA = "NOMBRE COMPLETO"
                 OR TITULO-COLUMNA = "NAME"
                 OR TITULO-COLUMNA = "FULL NAME"
                 OR TITULO-COLUMNA = "DISPLAY NAME"
                   PERFORM TOMAR-COLUMNA-NOMBRE
               WHEN TITULO-COLUMNA = "FIRST NAME"
                 OR TITULO-COLUMNA = "GIVEN NAME"
                   IF COLUMNA-PILA = ZEROS
                       MOVE IND TO COLUMNA-PILA
                   END-IF
               WHEN TITULO-COLUMNA = "LAST NAME"
                 OR TITULO-COLUMNA = "FAMILY NAME"
                 OR TITULO-COLUMNA = "APELLIDO"
                   IF COLUMNA-APELLIDO = ZEROS
                       MOVE IND TO COLUMNA-APELLIDO
                   END-IF
               WHEN TITULO-COLUMNA = "TELEFONO"
                 OR TITULO-COLUMNA = "CELULAR"
                 OR TITULO-COLUMNA = "PHONE"
                 OR TITULO-COLUMNA = "MOBILE PHONE"
                 OR TITULO-COLUMNA = "PRIMARY PHONE"
                 OR TITULO-COLUMNA = "HOME PHONE"
                 OR TITULO-COLUMNA = "PHONE 1 - VALUE"
                   PERFORM TOMAR-COLUMNA-TELEFONO
               WHEN TITULO-COLUMNA = "EMAIL"
                 OR TITULO-COLUMNA = "CORREO"
                 OR TITULO-COLUMNA = "E-MAIL"
                 OR TITULO-COLUMNA = "EMAIL ADDRESS"
                 OR TITULO-COLUMNA = "E-MAIL ADDRESS"
                 OR TITULO-COLUMNA = "E-MAIL 1 - VALUE"
                   PERFORM TOMAR-COLUMNA-EMAIL
               WHEN TITULO-COLUMNA = "DIRECCION"
                 OR TITULO-COLUMNA = "DOMICILIO"
                 OR TITULO-COLUMNA = "ADDRESS"
                 OR TITULO-COLUMNA = "HOME ADDRESS"
                 OR TITULO-COLUMNA = "HOME STREET"
                 OR TITULO-COLUMNA = "ADDRESS 1 - FORMATTED"
                   PERFORM TOMAR-COLUMNA-DIRECCION
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       TOMAR-COLUMNA-NOMBRE.
           IF COLUMNA-NOMBRE = ZEROS
               MOVE IND TO COLUMNA-NOMBRE
           END-IF.

       TOMAR-COLUMNA-TELEFONO.
           IF COLUMNA-TELEFONO = ZEROS
               MOVE IND TO COLUMNA-TELEFONO
           END-IF.

       TOMAR-COLUMNA-EMAIL.
           IF COLUMNA-EMAIL = ZEROS
               MOVE IND TO COLUMNA-EMAIL
           END-IF.

       TOMAR-COLUMNA-DIRECCION.
           IF COLUMNA-DIRECCION = ZEROS
               MOVE IND TO COLUMNA-DIRECCION
           END-IF.

      *---------------------------
      * Separacion de una linea en campos. Entre comillas el
      * separador es un caracter mas y dos comillas seguidas son
      * una comilla. El retorno de carro de los archivos de
      * Windows se descarta.
      *---------------------------
       SEPARAR-CAMPOS.
           MOVE SPACES TO TABLA-CAMPOS
           MOVE 1 TO CANTIDAD-CAMPOS
           MOVE ZEROS TO LARGO-CAMPO
           MOVE 0 TO SW-COMILLAS
           MOVE ZEROS TO LARGO-LINEA
           IF REG-CSV NOT = SPACES
               MOVE FUNCTION LENGTH(FUNCTION TRIM(REG-CSV TRAILING))
                   TO LARGO-LINEA
           END-IF
           PERFORM ANALIZAR-CARACTER
               VARYING POSICION FROM 1 BY 1
               UNTIL POSICION > LARGO-LINEA.

       ANALIZAR-CARACTER.
           MOVE REG-CSV(POSICION:1) TO CARACTER
           EVALUATE TRUE
               WHEN CARACTER = X"0D"
                   CONTINUE
               WHEN SW-COMILLAS = 1 AND CARACTER = QUOTE
                   IF POSICION < LARGO-LINEA
                      AND REG-CSV(POSICION + 1:1) = QUOTE
                       PERFORM AGREGAR-CARACTER
                       ADD 1 TO POSICION
                   ELSE
                       MOVE 0 TO SW-COMILLAS
                   END-IF
               WHEN SW-COMILLAS = 1
                   PERFORM AGREGAR-CARACTER
               WHEN CARACTER = QUOTE
                   MOVE 1 TO SW-COMILLAS
               WHEN CARACTER = SEPARADOR
                   IF CANTIDAD-CAMPOS < MAXIMO-CAMPOS
                       ADD 1 TO CANTIDAD-CAMPOS
                       MOVE ZEROS TO LARGO-CAMPO
                   ELSE
                       MOVE 60 TO LARGO-CAMPO
                   END-IF
               WHEN OTHER
                   PERFORM AGREGAR-CARACTER
           END-EVALUATE.

       AGREGAR-CARACTER.
           IF LARGO-CAMPO < 60
               ADD 1 TO LARGO-CAMPO
               MOVE CARACTER
                   TO CAMPO-LEIDO(CANTIDAD-CAMPOS)(LARGO-CAMPO:1)
           END-IF.

      *---------------------------
      * Una fila de datos: mapear, buscar candidatos, decidir y
      * dejar la linea del informe.
      *---------------------------
       PROCESAR-FILA.
           READ CONTACTOS-CSV
             AT END
               MOVE 1 TO SW-FIN-CSV
             NOT AT END
               IF REG-CSV NOT = SPACES
                   ADD 1 TO TOTAL-FILAS
                   PERFORM SEPARAR-CAMPOS
                   PERFORM MAPEAR-FILA
                   PERFORM CLASIFICAR-FILA
               END-IF
           END-READ.

       MAPEAR-FILA.
           MOVE SPACES TO FILA-IMPORTADA
           IF COLUMNA-NOMBRE NOT = ZEROS
               MOVE FUNCTION TRIM(CAMPO-LEIDO(COLUMNA-NOMBRE))
                   TO NOMBRE-I
           END-IF
           IF NOMBRE-I = SPACES
               PERFORM JUNTAR-NOMBRE
           END-IF
           IF COLUMNA-TELEFONO NOT = ZEROS
               MOVE CAMPO-LEIDO(COLUMNA-TELEFONO) TO TELEFONO-LEIDO
               PERFORM NORMALIZAR-TELEFONO
           END-IF
           IF COLUMNA-EMAIL NOT = ZEROS
               MOVE FUNCTION TRIM(CAMPO-LEIDO(COLUMNA-EMAIL))
                   TO EMAIL-I
           END-IF
           IF COLUMNA-DIRECCION NOT = ZEROS
               MOVE FUNCTION TRIM(CAMPO-LEIDO(COLUMNA-DIRECCION))
                   TO DIRECCION-I
           END-IF.

       JUNTAR-NOMBRE.
      * Nombre de pila y apellido en columnas separadas, como los
      * exporta el correo: se juntan con un blanco.
           MOVE 1 TO PUNTERO
           IF COLUMNA-PILA NOT = ZEROS
              AND CAMPO-LEIDO(COLUMNA-PILA) NOT = SPACES
               STRING FUNCTION TRIM(CAMPO-LEIDO(COLUMNA-PILA))
                   DELIMITED BY SIZE
                   INTO NOMBRE-I WITH POINTER PUNTERO
               END-STRING
           END-IF
           IF COLUMNA-APELLIDO NOT = ZEROS
              AND CAMPO-LEIDO(COLUMNA-APELLIDO) NOT = SPACES
               IF PUNTERO > 1
                   STRING " " DELIMITED BY SIZE
                       INTO NOMBRE-I WITH POINTER PUNTERO
                   END-STRING
               END-IF
               STRING FUNCTION TRIM(CAMPO-LEIDO(COLUMNA-APELLIDO))
                   DELIMITED BY SIZE
                   INTO NOMBRE-I WITH POINTER PUNTERO
               END-STRING
           END-IF.

       NORMALIZAR-TELEFONO.
      * Del "+54 9 (11) 1234-5678" del telefono quedan solo los
      * digitos.
           MOVE ZEROS TO LARGO-TELEFONO
           PERFORM TOMAR-DIGITO
               VARYING POSICION FROM 1 BY 1 UNTIL POSICION > 60.

       TOMAR-DIGITO.
           IF TELEFONO-LEIDO(POSICION:1) IS NUMERIC
              AND LARGO-TELEFONO < 20
               ADD 1 TO LARGO-TELEFONO
               MOVE TELEFONO-LEIDO(POSICION:1)
                   TO TELEFONO-I(LARGO-TELEFONO:1)
           END-IF.

       CLASIFICAR-FILA.
           MOVE SPACES TO LINEA-DETALLE
           MOVE TOTAL-FILAS TO FILA-L
           MOVE NOMBRE-I TO NOMBRE-L
           MOVE ZEROS TO CANTIDAD-CANDIDATOS
           IF TELEFONO-I NOT = SPACES
               PERFORM BUSCAR-POR-TELEFONO
           END-IF
           IF NOMBRE-I NOT = SPACES
               MOVE NOMBRE-I TO NOMBRE-BUSCADO
               PERFORM BUSCAR-POR-NOMBRE
               IF FUNCTION UPPER-CASE(NOMBRE-I) NOT = NOMBRE-I
                   MOVE FUNCTION UPPER-CASE(NOMBRE-I)
                       TO NOMBRE-BUSCADO
                   PERFORM BUSCAR-POR-NOMBRE
               END-IF
           END-IF
           IF EMAIL-I NOT = SPACES
               PERFORM BUSCAR-POR-EMAIL
           END-IF
           EVALUATE TRUE
               WHEN CANTIDAD-CANDIDATOS > 1
                   PERFORM FILA-AMBIGUA
               WHEN CANTIDAD-CANDIDATOS = 1
                   PERFORM FILA-CONOCIDA
               WHEN NOMBRE-I = SPACES
                   MOVE "RECHAZADA" TO RESULTADO-L
                   MOVE "SIN NOMBRE PARA EL ALTA" TO DETALLE-L
                   ADD 1 TO TOTAL-RECHAZADOS
               WHEN OTHER
                   PERFORM FILA-NUEVA
           END-EVALUATE
           WRITE REG-INFORME FROM LINEA-DETALLE.

      *---------------------------
      * Busqueda de candidatos. TELEFONO y NOMBRE por su clave
      * alterna; EMAIL recorriendo AMIGOS.DAT.
      *---------------------------
       BUSCAR-POR-TELEFONO.
           MOVE TELEFONO-I TO TELEFONO
           MOVE 0 TO SW-FIN-BUSQUEDA
           START AMIGOS KEY IS = TELEFONO
               INVALID KEY
                   MOVE 1 TO SW-FIN-BUSQUEDA
           END-START
           PERFORM LEER-POR-TELEFONO UNTIL SW-FIN-BUSQUEDA = 1.

       LEER-POR-TELEFONO.
           READ AMIGOS NEXT RECORD
             AT END
               MOVE 1 TO SW-FIN-BUSQUEDA
             NOT AT END
               IF TELEFONO NOT = TELEFONO-I
                   MOVE 1 TO SW-FIN-BUSQUEDA
               ELSE
                   PERFORM AGREGAR-CANDIDATO
               END-IF
           END-READ.

       BUSCAR-POR-NOMBRE.
           MOVE NOMBRE-BUSCADO TO NOMBRE
           MOVE 0 TO SW-FIN-BUSQUEDA
           START AMIGOS KEY IS = NOMBRE
               INVALID KEY
                   MOVE 1 TO SW-FIN-BUSQUEDA
           END-START
           PERFORM LEER-POR-NOMBRE UNTIL SW-FIN-BUSQUEDA = 1.

       LEER-POR-NOMBRE.
           READ AMIGOS NEXT RECORD
             AT END
               MOVE 1 TO SW-FIN-BUSQUEDA
             NOT AT END
               IF NOMBRE NOT = NOMBRE-BUSCADO
                   MOVE 1 TO SW-FIN-BUSQUEDA
               ELSE
                   PERFORM AGREGAR-CANDIDATO
               END-IF
           END-READ.

       BUSCAR-POR-EMAIL.
           MOVE FUNCTION UPPER-CASE(EMAIL-I) TO EMAIL-BUSCADO
           MOVE 0 TO SW-FIN-BUSQUEDA
           MOVE ZEROS TO CODIGO
           START AMIGOS KEY IS >= CODIGO
               INVALID KEY
                   MOVE 1 TO SW-FIN-BUSQUEDA
           END-START
           PERFORM LEER-POR-EMAIL UNTIL SW-FIN-BUSQUEDA = 1.

       LEER-POR-EMAIL.
           READ AMIGOS NEXT RECORD
             AT END
               MOVE 1 TO SW-FIN-BUSQUEDA
             NOT AT END
               IF FUNCTION UPPER-CASE(EMAIL) = EMAIL-BUSCADO
                   PERFORM AGREGAR-CANDIDATO
               END-IF
           END-READ.

       AGREGAR-CANDIDATO.
      * El mismo CODIGO encontrado por dos caminos es un solo
      * candidato. Pasados MAXIMO-CANDIDATOS ya es ambigua y no
      * se guardan mas.
           MOVE CODIGO TO CODIGO-ENCONTRADO
           MOVE 0 TO SW-YA-ESTA
           PERFORM COMPARAR-CANDIDATO
               VARYING IND FROM 1 BY 1
               UNTIL IND > CANTIDAD-CANDIDATOS
           IF SW-YA-ESTA = 0
              AND CANTIDAD-CANDIDATOS < MAXIMO-CANDIDATOS
               ADD 1 TO CANTIDAD-CANDIDATOS
               MOVE CODIGO-ENCONTRADO
                   TO CODIGO-CAN(CANTIDAD-CANDIDATOS)
           END-IF.

       COMPARAR-CANDIDATO.
           IF CODIGO-CAN(IND) = CODIGO-ENCONTRADO
               MOVE 1 TO SW-YA-ESTA
           END-IF.

      *---------------------------
      * Resultado de la fila.
      *---------------------------
       FILA-AMBIGUA.
           MOVE "AMBIGUA" TO RESULTADO-L
           MOVE 1 TO PUNTERO
           STRING "CANDIDATOS:" DELIMITED BY SIZE
               INTO DETALLE-L WITH POINTER PUNTERO
           END-STRING
           PERFORM LISTAR-CANDIDATO
               VARYING IND FROM 1 BY 1
               UNTIL IND > CANTIDAD-CANDIDATOS
           ADD 1 TO TOTAL-AMBIGUOS.

       LISTAR-CANDIDATO.
           STRING " " DELIMITED BY SIZE
               CODIGO-CAN(IND) DELIMITED BY SIZE
               INTO DETALLE-L WITH POINTER PUNTERO
           END-STRING.

       FILA-NUEVA.
      * CODIGO-M en cero sale en blanco y lo asigna el numerador
      * de MANTENER. El ESTADO-M en blanco tambien lo resuelve
      * MANTENER ("A" en las ALTA).
           MOVE "NUEVA" TO RESULTADO-L
           MOVE "ALTA" TO OPERACION-M
           MOVE ZEROS TO CODIGO-M
           MOVE NOMBRE-I TO NOMBRE-M
           MOVE TELEFONO-I TO TELEFONO-M
           MOVE EMAIL-I TO EMAIL-M
           MOVE DIRECCION-I TO DIRECCION-M
           MOVE CATEGORIA-ALTA TO CATEGORIA-M
           MOVE SPACE TO ESTADO-M
           MOVE "ALTA EN AMIGOS-MOV.TXT" TO DETALLE-L
           PERFORM GRABAR-MOVIMIENTO
           ADD 1 TO TOTAL-NUEVOS.

       FILA-CONOCIDA.
      * El CAMBIO lleva el registro completo, porque MANTENER
      * reemplaza todos los campos: se parte del registro actual
      * y se pisan los que la fila trae llenos.
           MOVE CODIGO-CAN(1) TO CODIGO
           READ AMIGOS
               INVALID KEY
                   MOVE SPACES TO REG-AMIGOS
           END-READ
           MOVE CODIGO TO CODIGO-L
           MOVE "CAMBIO" TO OPERACION-M
           MOVE CODIGO TO CODIGO-M
           MOVE NOMBRE TO NOMBRE-M
           MOVE TELEFONO TO TELEFONO-M
           MOVE EMAIL TO EMAIL-M
           MOVE DIRECCION TO DIRECCION-M
           MOVE CATEGORIA TO CATEGORIA-M
           MOVE ESTADO TO ESTADO-M
           MOVE 1 TO PUNTERO
           STRING "CAMBIA:" DELIMITED BY SIZE
               INTO DETALLE-L WITH POINTER PUNTERO
           END-STRING
           IF NOMBRE-I NOT = SPACES
              AND FUNCTION UPPER-CASE(NOMBRE-I)
                  NOT = FUNCTION UPPER-CASE(NOMBRE)
               MOVE NOMBRE-I TO NOMBRE-M
               STRING " NOMBRE" DELIMITED BY SIZE
                   INTO DETALLE-L WITH POINTER PUNTERO
               END-STRING
           END-IF
           IF TELEFONO-I NOT = SPACES AND TELEFONO-I NOT = TELEFONO
               MOVE TELEFONO-I TO TELEFONO-M
               STRING " TELEFONO" DELIMITED BY SIZE
                   INTO DETALLE-L WITH POINTER PUNTERO
               END-STRING
           END-IF
           IF EMAIL-I NOT = SPACES
              AND FUNCTION UPPER-CASE(EMAIL-I)
                  NOT = FUNCTION UPPER-CASE(EMAIL)
               MOVE EMAIL-I TO EMAIL-M
               STRING " EMAIL" DELIMITED BY SIZE
                   INTO DETALLE-L WITH POINTER PUNTERO
               END-STRING
           END-IF
           IF DIRECCION-I NOT = SPACES AND DIRECCION-I NOT = DIRECCION
               MOVE DIRECCION-I TO DIRECCION-M
               STRING " DIRECCION" DELIMITED BY SIZE
                   INTO DETALLE-L WITH POINTER PUNTERO
               END-STRING
           END-IF
           IF PUNTERO = 8
               MOVE "IDENTICA" TO RESULTADO-L
               MOVE SPACES TO DETALLE-L
               ADD 1 TO TOTAL-IDENTICOS
           ELSE
               MOVE "ACTUALIZADA" TO RESULTADO-L
               PERFORM GRABAR-MOVIMIENTO
               ADD 1 TO TOTAL-ACTUALIZADOS
           END-IF.

       GRABAR-MOVIMIENTO.
      * AMIGOS-MOV.TXT se crea con el primer movimiento: un
      * archivo vacio haria correr a MANTENER en lote sin nada
      * que aplicar.
           IF SW-LOTE-ABIERTO = 0
               OPEN OUTPUT MOVIMIENTOS
               MOVE 1 TO SW-LOTE-ABIERTO
           END-IF
           WRITE REG-MOVIMIENTO FROM REG-MOVIMIENTO-D
           ADD 1 TO TOTAL-MOVIMIENTOS.

       ESCRIBIR-TOTALES.
           MOVE "FILAS LEIDAS: " TO CONCEPTO-T
           MOVE TOTAL-FILAS TO TOTAL-T
           WRITE REG-INFORME FROM LINEA-TOTAL
           MOVE "NUEVAS: " TO CONCEPTO-T
           MOVE TOTAL-NUEVOS TO TOTAL-T
           WRITE REG-INFORME FROM LINEA-TOTAL
           MOVE "ACTUALIZADAS: " TO CONCEPTO-T
           MOVE TOTAL-ACTUALIZADOS TO TOTAL-T
           WRITE REG-INFORME FROM LINEA-TOTAL
           MOVE "IDENTICAS: " TO CONCEPTO-T
           MOVE TOTAL-IDENTICOS TO TOTAL-T
           WRITE REG-INFORME FROM LINEA-TOTAL
           MOVE "AMBIGUAS: " TO CONCEPTO-T
           MOVE TOTAL-AMBIGUOS TO TOTAL-T
           WRITE REG-INFORME FROM LINEA-TOTAL
           MOVE "RECHAZADAS: " TO CONCEPTO-T
           MOVE TOTAL-RECHAZADOS TO TOTAL-T
           WRITE REG-INFORME FROM LINEA-TOTAL
           MOVE "MOVIMIENTOS GRABADOS: " TO CONCEPTO-T
           MOVE TOTAL-MOVIMIENTOS TO TOTAL-T
           WRITE REG-INFORME FROM LINEA-TOTAL
           DISPLAY "FILAS LEIDAS: " TOTAL-FILAS
           DISPLAY "NUEVAS: " TOTAL-NUEVOS
           DISPLAY "ACTUALIZADAS: " TOTAL-ACTUALIZADOS
           DISPLAY "IDENTICAS: " TOTAL-IDENTICOS
           DISPLAY "AMBIGUAS: " TOTAL-AMBIGUOS
           DISPLAY "RECHAZADAS: " TOTAL-RECHAZADOS
           DISPLAY "MOVIMIENTOS EN AMIGOS-MOV.TXT: "
               TOTAL-MOVIMIENTOS.

       GRABAR-CORRIDA-INICIO.
           MOVE "IMPORTA" TO PROGRAMA-C
           MOVE "INICIO" TO TIPO-C
           MOVE ZEROS TO LEIDOS-C GRABADOS-C
           MOVE SPACE TO ESTADO-C
           PERFORM GRABAR-CORRIDA.

       GRABAR-CORRIDA-FIN.
      * Sin perfil, sin IMPORTA.PAR o IMPORTA.CSV, con la
      * CATEGORIA mal o con un lote pendiente la corrida termina
      * con ESTADO-C A.
           MOVE "FIN" TO TIPO-C
           MOVE TOTAL-FILAS TO LEIDOS-C
           MOVE TOTAL-MOVIMIENTOS TO GRABADOS-C
           IF SW-CONTINUAR = 1
               MOVE "N" TO ESTADO-C
           ELSE
               MOVE "A" TO ESTADO-C
           END-IF
           PERFORM GRABAR-CORRIDA.

       GRABAR-CORRIDA.
           MOVE FUNCTION CURRENT-DATE TO FECHA-HORA-C
           MOVE OPERADOR-F TO OPERADOR-C
           WRITE REG-CORRIDA FROM REG-CORRIDA-D
           IF WS-FS-CONTROL NOT = "00"
               DISPLAY "ERROR AL GRABAR AMIGOS-CTL.TXT, FILE STATUS "
                   WS-FS-CONTROL
           END-IF.
