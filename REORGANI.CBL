       IDENTIFICATION DIVISION.
       PROGRAM-ID. REORGANI.
      *-------------------------
      * Reorganizacion de los archivos indexados, para correr el
      * fin de semana desde la cadena de OPERAR. ARCHIVAR,
      * OLVIDAR, DUPLICAR y las BAJA de MANTENER borran registros
      * todo el anio y los archivos nunca se achican, asi que
      * MIGRAR y las demas pasadas secuenciales se van haciendo
      * mas lentas. Con el candado tomado, cada archivo indexado
      * (AMIGOS.DAT, AMIGOS-HIST.DAT, AMIGOS-CONT.DAT, CATEGORI.DAT,
      * AMIGOS-FEC.DAT, AMIGOS-GAS.DAT, AMIGOS-VIN.DAT y
      * OPERADOR.DAT) pasa por los mismos pasos:
      *   - se descarga entero a REORGANI.TMP, contando los
      *     registros y sumando un control sobre los campos clave;
      *   - el original se renombra a <nombre>.ANT, que es la
      *     copia vieja;
      *   - se crea el archivo de nuevo, vacio y con todas sus
      *     claves, y se recarga desde REORGANI.TMP;
      *   - se relee el archivo nuevo y tienen que coincidir la
      *     cuenta y la suma de control con las de la descarga; en
      *     AMIGOS.DAT y AMIGOS-VIN.DAT tambien se recorren las
      *     claves alternas y tienen que dar la misma cuenta.
      * Recien cuando verifica se borra el .ANT. Si no verifica,
      * el .ANT se renombra encima del archivo nuevo, la corrida
      * termina anormal y no se sigue con los archivos que
      * faltan. Si ese renombre falla, el candado no se suelta:
      * queda tomado por REORGANI hasta que el operador renombre
      * el .ANT a mano y lo libere con DESTRABA, para que nadie
      * cree un maestro vacio con el original todavia en el .ANT.
      * Si existe o no lo decide el OPEN INPUT: con
      * file status 35 el archivo no existe y se saltea; con
      * cualquier otro que no sea 00 (por ejemplo un CATEGORI.DAT
      * grabado antes de PRESUPUESTO-CAT, que se convierte con
      * CATEGORI) queda como esta y la corrida termina anormal.
      * AMIGOS.DAT no tiene FILE STATUS y se da por existente,
      * como en los demas programas.
      *
      * REORGANI.TMP lleva los registros en claro, tambien las
      * claves de OPERADOR.DAT: se borra al terminar cada
      * archivo, haya verificado o no.
      *
      * La suma de control es, por cada registro, el valor de
      * cada caracter de los campos clave (la clave principal y
      * las alternas) multiplicado por su posicion.
      *
      * REORGANI.RPT lleva por archivo los registros, la suma de
      * control y el tamanio antes y despues. En la bitacora,
      * LEIDOS-C son los registros descargados y GRABADOS-C los
      * recargados y verificados.
      *
      * Pide perfil M (ver FIRMAR.CBL).
      *-------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY AMIGOSEL.
           SELECT HISTORIAL
             ASSIGN TO RANDOM "AMIGOS-HIST.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS CODIGO-H
             FILE STATUS IS WS-FS-HIST.
           COPY CONTACEL.
           COPY CATEGOEL.
           COPY FECHASEL.
           COPY GASTOSEL.
           COPY VINCULEL.
           COPY OPERADEL.
           SELECT TRABAJO
             ASSIGN TO RANDOM "REORGANI.TMP"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-FS-TRABAJO.
           SELECT VIEJO
             ASSIGN TO DYNAMIC NOMBRE-VIEJO
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-FS-VIEJO.
           SELECT INFORME
             ASSIGN TO RANDOM "REORGANI.RPT"
             ORGANIZATION IS LINE SEQUENTIAL.
           COPY CORRIDEL.
           COPY CANDADEL.
      *---------------------------
       DATA DIVISION.
       FILE SECTION.
       FD AMIGOS.
       COPY AMIGOSFD.
       FD HISTORIAL.
       01 REG-HISTORIAL.
           05 CODIGO-H PIC 9(5).
           05 NOMBRE-H PIC X(30).
           05 TELEFONO-H PIC X(20).
           05 EMAIL-H PIC X(40).
           05 DIRECCION-H PIC X(50).
           05 CATEGORIA-H PIC X(10).
           05 ESTADO-H PIC X(1).
       FD CONTACTOS.
       COPY CONTACFD.
       FD CATEGORIAS.
       COPY CATEGOFD.
       FD FECHAS.
       COPY FECHASFD.
       FD GASTOS.
       COPY GASTOSFD.
       FD VINCULOS.
       COPY VINCULFD.
       FD OPERADORES.
       COPY OPERADFD.
       FD TRABAJO.
       01 REG-TRABAJO PIC X(200).
       FD VIEJO.
       01 REG-VIEJO PIC X(40).
       FD INFORME.
       01 REG-INFORME PIC X(132).
       FD CORRIDAS.
       01 REG-CORRIDA PIC X(53).
       FD CANDADO.
       01 REG-CANDADO PIC X(32).

       WORKING-STORAGE SECTION.
       01 WS-FS-HIST PIC XX.
       01 WS-FS-CONTACTO PIC XX.
       01 WS-FS-CATEGORIA PIC XX.
       01 WS-FS-FECHA PIC XX.
       01 WS-FS-GASTO PIC XX.
       01 WS-FS-VINCULO PIC XX.
       01 WS-FS-OPERADOR PIC XX.
       01 WS-FS-TRABAJO PIC XX.
       01 WS-FS-VIEJO PIC XX.
       01 WS-FS-CONTROL PIC XX.
       01 WS-FS-CANDADO PIC XX.
       COPY CORRIDWS.
       COPY CANDADWS.
       COPY FIRMAWS.
      * Los archivos en el orden en que se reorganizan; el numero
      * de entrada elige los parrafos de cada uno.
       01 NOMBRES-ARCHIVOS.
           05 FILLER PIC X(20) VALUE "AMIGOS.DAT".
           05 FILLER PIC X(20) VALUE "AMIGOS-HIST.DAT".
           05 FILLER PIC X(20) VALUE "AMIGOS-CONT.DAT".
           05 FILLER PIC X(20) VALUE "CATEGORI.DAT".
           05 FILLER PIC X(20) VALUE "AMIGOS-FEC.DAT".
           05 FILLER PIC X(20) VALUE "AMIGOS-GAS.DAT".
           05 FILLER PIC X(20) VALUE "AMIGOS-VIN.DAT".
           05 FILLER PIC X(20) VALUE "OPERADOR.DAT".
       01 TABLA-ARCHIVOS REDEFINES NOMBRES-ARCHIVOS.
           05 NOMBRE-TAB PIC X(20) OCCURS 8 TIMES.
       01 NOMBRE-ORIGINAL PIC X(40).
       01 NOMBRE-ANTERIOR PIC X(40).
       01 NOMBRE-VIEJO PIC X(40).
      * Lo que devuelve CBL_CHECK_FILE_EXIST: el tamanio en bytes
      * y la fecha y hora del archivo, que aca no se usan. Solo
      * sirve para el informe; si el archivo existe lo dice el
      * OPEN INPUT.
       01 DATOS-ARCHIVO.
           05 TAMANIO-ARCHIVO PIC 9(18) BINARY.
           05 FILLER PIC X(8).
       01 LINEA-ENCABEZADO.
           05 FILLER PIC X(44)
               VALUE "REORGANIZACION DE ARCHIVOS INDEXADOS  FECHA ".
           05 FECHA-ENC PIC X(8).
           05 FILLER PIC X(6) VALUE " HORA ".
           05 HORA-ENC PIC X(6).
       01 LINEA-COLUMNAS.
           05 FILLER PIC X(44)
               VALUE "ARCHIVO              REGISTROS SUMA CONTROL".
           05 FILLER PIC X(48)
               VALUE "    BYTES ANTES  BYTES DESPUES  RESULTADO".
       01 LINEA-ARCHIVO.
           05 ARCHIVO-L PIC X(20).
           05 REGISTROS-L PIC Z(8)9.
           05 FILLER PIC X VALUE SPACE.
           05 SUMA-L PIC Z(12)9.
           05 FILLER PIC X VALUE SPACE.
           05 ANTES-L PIC Z(13)9.
           05 FILLER PIC X VALUE SPACE.
           05 DESPUES-L PIC Z(13)9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RESULTADO-L PIC X(40).
       01 LINEA-TOTAL.
           05 CONCEPTO-T PIC X(30).
           05 TOTAL-T PIC Z(8)9.
       01 VARIABLES.
           05 SW-CONTINUAR PIC 9 VALUE 1.
           05 SW-CANDADO-PROPIO PIC 9 VALUE 0.
           05 SW-CORRIDA-MAL PIC 9 VALUE 0.
           05 SW-DESCARGANDO PIC 9 VALUE 0.
           05 SW-FIN-ARCHIVO PIC 9 VALUE 0.
           05 SW-FIN-TRABAJO PIC 9 VALUE 0.
           05 SW-ABIERTO PIC 9 VALUE 0.
           05 SW-VERIFICA PIC 9 VALUE 0.
           05 SW-ORIGINAL-EN-ANT PIC 9 VALUE 0.
           05 FS-ACTUAL PIC XX.
           05 IND-ARC PIC 9(2) VALUE ZEROS.
           05 POS PIC 9(3) VALUE ZEROS.
           05 CLAVE-SUMA PIC X(60).
           05 FECHA-HORA PIC X(14).
           05 TAMANIO-ANTES PIC 9(14) VALUE ZEROS.
           05 TAMANIO-DESPUES PIC 9(14) VALUE ZEROS.
           05 DESCARGADOS PIC 9(7) VALUE ZEROS.
           05 RECARGADOS PIC 9(7) VALUE ZEROS.
           05 VERIFICADOS PIC 9(7) VALUE ZEROS.
           05 POR-ALTERNA PIC 9(7) VALUE ZEROS.
           05 ERRORES-GRABACION PIC 9(7) VALUE ZEROS.
           05 SUMA-DESCARGA PIC 9(15) VALUE ZEROS.
           05 SUMA-VERIFICADA PIC 9(15) VALUE ZEROS.
           05 TOTAL-DESCARGADOS PIC 9(7) VALUE ZEROS.
           05 TOTAL-VERIFICADOS PIC 9(7) VALUE ZEROS.
           05 TOTAL-REORGANIZADOS PIC 9(2) VALUE ZEROS.
           05 TOTAL-BYTES-ANTES PIC 9(14) VALUE ZEROS.
           05 TOTAL-BYTES-DESPUES PIC 9(14) VALUE ZEROS.
       01 CONSTANTES.
           05 CANTIDAD-ARCHIVOS PIC 9(2) VALUE 8.
           05 LARGO-CLAVE-SUMA PIC 9(3) VALUE 60.
      *----------------------------
       PROCEDURE DIVISION.
       PRINCIPAL.
           OPEN EXTEND CORRIDAS.
           MOVE "REORGANI" TO FUNCION-F.
           MOVE "M" TO NIVEL-F.
           CALL "FIRMAR" USING FIRMA-OPERADOR.
           PERFORM GRABAR-CORRIDA-INICIO.
           IF AUTORIZADO-F = "S"
               PERFORM TOMAR-CANDADO
           END-IF.
           IF SW-CANDADO-PROPIO = 1
               PERFORM ABRIR-INFORME
               PERFORM REORGANIZAR-ARCHIVO
                   VARYING IND-ARC FROM 1 BY 1
                   UNTIL IND-ARC > CANTIDAD-ARCHIVOS
                      OR SW-CONTINUAR = 0
               PERFORM CERRAR-INFORME
               IF SW-ORIGINAL-EN-ANT = 0
                   PERFORM SOLTAR-CANDADO
               END-IF
               IF SW-CORRIDA-MAL = 1
                   MOVE 0 TO SW-CONTINUAR
               END-IF
               DISPLAY "ARCHIVOS REORGANIZADOS: " TOTAL-REORGANIZADOS
               DISPLAY "REGISTROS DESCARGADOS: " TOTAL-DESCARGADOS
               DISPLAY "REGISTROS VERIFICADOS: " TOTAL-VERIFICADOS
           ELSE
               MOVE 0 TO SW-CONTINUAR
           END-IF.
           PERFORM GRABAR-CORRIDA-FIN.
           CLOSE CORRIDAS.
      * GOBACK y no STOP RUN: corrido solo termina igual, pero
      * llamado como paso de OPERAR devuelve el control al
      * conductor en vez de cortar la cadena entera.
           GOBACK.

       TOMAR-CANDADO.
           OPEN INPUT CANDADO
           IF WS-FS-CANDADO = "00" OR WS-FS-CANDADO = "05"
               READ CANDADO
                 AT END
                   MOVE 1 TO SW-CANDADO-PROPIO
                 NOT AT END
                   MOVE REG-CANDADO TO REG-CANDADO-D
               END-READ
               CLOSE CANDADO
           ELSE
               MOVE 1 TO SW-CANDADO-PROPIO
           END-IF
           IF SW-CANDADO-PROPIO = 1
               PERFORM GRABAR-CANDADO
           ELSE
               DISPLAY "AMIGOS.DAT EN USO POR " PROGRAMA-LCK
                   " DESDE " FECHA-HORA-LCK " OPERADOR " OPERADOR-LCK
               DISPLAY "SI ES UN CANDADO VIEJO DE UNA CORRIDA "
                   "ABORTADA, REVISARLO CON DESTRABA"
           END-IF.

       GRABAR-CANDADO.
           OPEN OUTPUT CANDADO
           MOVE "REORGANI" TO PROGRAMA-LCK
           MOVE FUNCTION CURRENT-DATE TO FECHA-HORA-LCK
           MOVE OPERADOR-F TO OPERADOR-LCK
           WRITE REG-CANDADO FROM REG-CANDADO-D
           CLOSE CANDADO.

       SOLTAR-CANDADO.
           OPEN OUTPUT CANDADO
           CLOSE CANDADO.

       ABRIR-INFORME.
           OPEN OUTPUT INFORME
           MOVE FUNCTION CURRENT-DATE TO FECHA-HORA
           MOVE FECHA-HORA(1:8) TO FECHA-ENC
           MOVE FECHA-HORA(9:6) TO HORA-ENC
           WRITE REG-INFORME FROM LINEA-ENCABEZADO
           MOVE SPACES TO REG-INFORME
           WRITE REG-INFORME
           WRITE REG-INFORME FROM LINEA-COLUMNAS.

       CERRAR-INFORME.
           MOVE SPACES TO REG-INFORME
           WRITE REG-INFORME
           MOVE "ARCHIVOS REORGANIZADOS:" TO CONCEPTO-T
           MOVE TOTAL-REORGANIZADOS TO TOTAL-T
           WRITE REG-INFORME FROM LINEA-TOTAL
           MOVE "REGISTROS DESCARGADOS:" TO CONCEPTO-T
           MOVE TOTAL-DESCARGADOS TO TOTAL-T
           WRITE REG-INFORME FROM LINEA-TOTAL
           MOVE "REGISTROS VERIFICADOS:" TO CONCEPTO-T
           MOVE TOTAL-VERIFICADOS TO TOTAL-T
           WRITE REG-INFORME FROM LINEA-TOTAL
           MOVE SPACES TO LINEA-ARCHIVO
           MOVE "BYTES EN TOTAL" TO ARCHIVO-L
           MOVE TOTAL-BYTES-ANTES TO ANTES-L
           MOVE TOTAL-BYTES-DESPUES TO DESPUES-L
           WRITE REG-INFORME FROM LINEA-ARCHIVO
           CLOSE INFORME.

      *---------------------------
      * Un archivo: descarga, copia vieja, recarga, verificacion.
      *---------------------------
       REORGANIZAR-ARCHIVO.
           MOVE NOMBRE-TAB(IND-ARC) TO NOMBRE-ORIGINAL
           MOVE SPACES TO NOMBRE-ANTERIOR
           STRING FUNCTION TRIM(NOMBRE-ORIGINAL) ".ANT"
               DELIMITED BY SIZE INTO NOMBRE-ANTERIOR
           MOVE ZEROS TO DESCARGADOS RECARGADOS VERIFICADOS
               ERRORES-GRABACION SUMA-DESCARGA SUMA-VERIFICADA
               TAMANIO-ANTES TAMANIO-DESPUES
           MOVE SPACES TO LINEA-ARCHIVO
           MOVE NOMBRE-ORIGINAL TO ARCHIVO-L
           PERFORM MEDIR-ARCHIVO
           MOVE TAMANIO-ARCHIVO TO TAMANIO-ANTES
           PERFORM DESCARGAR-ARCHIVO
           EVALUATE TRUE
               WHEN FS-ACTUAL = "35"
                   MOVE "NO EXISTE, NO SE REORGANIZA" TO RESULTADO-L
                   PERFORM GRABAR-LINEA-ARCHIVO
               WHEN SW-ABIERTO = 0
                   MOVE SPACES TO RESULTADO-L
                   STRING "NO SE PUDO ABRIR, FILE STATUS " FS-ACTUAL
                       DELIMITED BY SIZE INTO RESULTADO-L
                   END-STRING
                   MOVE 1 TO SW-CORRIDA-MAL
                   PERFORM GRABAR-LINEA-ARCHIVO
               WHEN OTHER
                   PERFORM RECONSTRUIR-ARCHIVO
           END-EVALUATE
           PERFORM BORRAR-TRABAJO.

       RECONSTRUIR-ARCHIVO.
           CALL "CBL_RENAME_FILE" USING NOMBRE-ORIGINAL
               NOMBRE-ANTERIOR
           IF RETURN-CODE NOT = ZEROS
               MOVE "NO SE PUDO GUARDAR LA COPIA VIEJA" TO RESULTADO-L
               MOVE 0 TO SW-CONTINUAR
               PERFORM GRABAR-LINEA-ARCHIVO
           ELSE
               PERFORM RECARGAR-ARCHIVO
               PERFORM VERIFICAR-ARCHIVO
               IF SW-VERIFICA = 1
                   PERFORM ACEPTAR-ARCHIVO
               ELSE
                   PERFORM DESHACER-ARCHIVO
               END-IF
           END-IF.

       ACEPTAR-ARCHIVO.
           MOVE NOMBRE-ANTERIOR TO NOMBRE-VIEJO
           PERFORM BORRAR-VIEJO
           PERFORM MEDIR-ARCHIVO
           MOVE TAMANIO-ARCHIVO TO TAMANIO-DESPUES
           ADD 1 TO TOTAL-REORGANIZADOS
           ADD DESCARGADOS TO TOTAL-DESCARGADOS
           ADD VERIFICADOS TO TOTAL-VERIFICADOS
           ADD TAMANIO-ANTES TO TOTAL-BYTES-ANTES
           ADD TAMANIO-DESPUES TO TOTAL-BYTES-DESPUES
           MOVE VERIFICADOS TO REGISTROS-L
           MOVE SUMA-VERIFICADA TO SUMA-L
           MOVE TAMANIO-ANTES TO ANTES-L
           MOVE TAMANIO-DESPUES TO DESPUES-L
           MOVE "REORGANIZADO Y VERIFICADO" TO RESULTADO-L
           PERFORM GRABAR-LINEA-ARCHIVO.

       DESHACER-ARCHIVO.
      * El archivo nuevo no sirve: la copia vieja se renombra
      * encima de el, sin borrarlo antes, asi el nombre nunca
      * queda vacio. Si el renombre falla, el original queda en
      * el .ANT, el candado sigue tomado y hay que renombrarlo a
      * mano y liberar el candado con DESTRABA antes de seguir.
           DISPLAY "NO VERIFICA " NOMBRE-ORIGINAL
               ": DESCARGADOS " DESCARGADOS " RECARGADOS " RECARGADOS
               " RELEIDOS " VERIFICADOS
           DISPLAY "SUMA DESCARGA " SUMA-DESCARGA
               " SUMA RELEIDA " SUMA-VERIFICADA
           MOVE 0 TO SW-CONTINUAR
           MOVE DESCARGADOS TO REGISTROS-L
           MOVE SUMA-DESCARGA TO SUMA-L
           MOVE TAMANIO-ANTES TO ANTES-L
           CALL "CBL_RENAME_FILE" USING NOMBRE-ANTERIOR
               NOMBRE-ORIGINAL
           IF RETURN-CODE = ZEROS
               MOVE "NO VERIFICA, QUEDA EL ORIGINAL" TO RESULTADO-L
           ELSE
               MOVE "NO VERIFICA, ORIGINAL EN .ANT" TO RESULTADO-L
               MOVE 1 TO SW-ORIGINAL-EN-ANT
               DISPLAY "EL ORIGINAL QUEDO EN " NOMBRE-ANTERIOR
                   ", RENOMBRARLO A MANO A " NOMBRE-ORIGINAL
               DISPLAY "EL CANDADO QUEDA TOMADO POR REORGANI: "
                   "LIBERARLO CON DESTRABA DESPUES DE RENOMBRAR"
           END-IF
           PERFORM GRABAR-LINEA-ARCHIVO.

       MEDIR-ARCHIVO.
      * Si no se puede medir, el informe muestra cero.
           CALL "CBL_CHECK_FILE_EXIST" USING NOMBRE-ORIGINAL
               DATOS-ARCHIVO
           IF RETURN-CODE NOT = ZEROS
               MOVE ZEROS TO TAMANIO-ARCHIVO
           END-IF.

       GRABAR-LINEA-ARCHIVO.
           WRITE REG-INFORME FROM LINEA-ARCHIVO
           DISPLAY ARCHIVO-L ": " RESULTADO-L.

       BORRAR-VIEJO.
           DELETE FILE VIEJO
           IF WS-FS-VIEJO NOT = "00" AND WS-FS-VIEJO NOT = "35"
               DISPLAY "NO SE PUDO BORRAR " NOMBRE-VIEJO
                   ", FILE STATUS " WS-FS-VIEJO
           END-IF.

       BORRAR-TRABAJO.
           DELETE FILE TRABAJO
           IF WS-FS-TRABAJO NOT = "00" AND WS-FS-TRABAJO NOT = "35"
               DISPLAY "NO SE PUDO BORRAR REORGANI.TMP, FILE STATUS "
                   WS-FS-TRABAJO
           END-IF.

      *---------------------------
      * Cada pasada elige los parrafos del archivo por su numero
      * de entrada en TABLA-ARCHIVOS.
      *---------------------------
       DESCARGAR-ARCHIVO.
           MOVE 1 TO SW-DESCARGANDO
           OPEN OUTPUT TRABAJO
           PERFORM RECORRER-ARCHIVO
           CLOSE TRABAJO.

       RECARGAR-ARCHIVO.
           OPEN INPUT TRABAJO
           MOVE 0 TO SW-FIN-TRABAJO
           EVALUATE IND-ARC
               WHEN 1
                   OPEN OUTPUT AMIGOS
                   PERFORM RECARGAR-AMIGO UNTIL SW-FIN-TRABAJO = 1
                   CLOSE AMIGOS
               WHEN 2
                   OPEN OUTPUT HISTORIAL
                   PERFORM RECARGAR-HIST UNTIL SW-FIN-TRABAJO = 1
                   CLOSE HISTORIAL
               WHEN 3
                   OPEN OUTPUT CONTACTOS
                   PERFORM RECARGAR-CONTACTO
                       UNTIL SW-FIN-TRABAJO = 1
                   CLOSE CONTACTOS
               WHEN 4
                   OPEN OUTPUT CATEGORIAS
                   PERFORM RECARGAR-CATEGORIA
                       UNTIL SW-FIN-TRABAJO = 1
                   CLOSE CATEGORIAS
               WHEN 5
                   OPEN OUTPUT FECHAS
                   PERFORM RECARGAR-FECHA UNTIL SW-FIN-TRABAJO = 1
                   CLOSE FECHAS
               WHEN 6
                   OPEN OUTPUT GASTOS
                   PERFORM RECARGAR-GASTO UNTIL SW-FIN-TRABAJO = 1
                   CLOSE GASTOS
               WHEN 7
                   OPEN OUTPUT VINCULOS
                   PERFORM RECARGAR-VINCULO UNTIL SW-FIN-TRABAJO = 1
                   CLOSE VINCULOS
               WHEN 8
                   OPEN OUTPUT OPERADORES
                   PERFORM RECARGAR-OPERADOR
                       UNTIL SW-FIN-TRABAJO = 1
                   CLOSE OPERADORES
           END-EVALUATE
           CLOSE TRABAJO.

       VERIFICAR-ARCHIVO.
      * Se relee el archivo nuevo por la clave principal; en los
      * que tienen claves alternas, tambien por cada una.
           MOVE 0 TO SW-DESCARGANDO
           PERFORM RECORRER-ARCHIVO
           MOVE 1 TO SW-VERIFICA
           IF SW-ABIERTO = 0
              OR ERRORES-GRABACION NOT = ZEROS
              OR RECARGADOS NOT = DESCARGADOS
              OR VERIFICADOS NOT = DESCARGADOS
              OR SUMA-VERIFICADA NOT = SUMA-DESCARGA
               MOVE 0 TO SW-VERIFICA
           END-IF
           IF SW-VERIFICA = 1
               EVALUATE IND-ARC
                   WHEN 1
                       PERFORM VERIFICAR-AMIGOS-ALTERNAS
                   WHEN 7
                       PERFORM VERIFICAR-VINCULOS-ALTERNA
               END-EVALUATE
           END-IF.

       RECORRER-ARCHIVO.
      * Lectura completa por la clave principal. Descargando, cada
      * registro va a REORGANI.TMP y suma a la descarga; si no,
      * suma a la verificacion.
           MOVE 0 TO SW-ABIERTO
           MOVE 0 TO SW-FIN-ARCHIVO
           EVALUATE IND-ARC
               WHEN 1
                   OPEN INPUT AMIGOS
                   MOVE "00" TO FS-ACTUAL
                   MOVE ZEROS TO CODIGO
                   START AMIGOS KEY IS >= CODIGO
                       INVALID KEY
                           MOVE 1 TO SW-FIN-ARCHIVO
                   END-START
                   MOVE 1 TO SW-ABIERTO
                   PERFORM LEER-AMIGO UNTIL SW-FIN-ARCHIVO = 1
                   CLOSE AMIGOS
               WHEN 2
                   OPEN INPUT HISTORIAL
                   MOVE WS-FS-HIST TO FS-ACTUAL
                   IF FS-ACTUAL = "00"
                       MOVE 1 TO SW-ABIERTO
                       MOVE ZEROS TO CODIGO-H
                       START HISTORIAL KEY IS >= CODIGO-H
                           INVALID KEY
                               MOVE 1 TO SW-FIN-ARCHIVO
                       END-START
                       PERFORM LEER-HIST UNTIL SW-FIN-ARCHIVO = 1
                       CLOSE HISTORIAL
                   END-IF
               WHEN 3
                   OPEN INPUT CONTACTOS
                   MOVE WS-FS-CONTACTO TO FS-ACTUAL
                   IF FS-ACTUAL = "00"
                       MOVE 1 TO SW-ABIERTO
                       MOVE LOW-VALUES TO CLAVE-CON
                       START CONTACTOS KEY IS >= CLAVE-CON
                           INVALID KEY
                               MOVE 1 TO SW-FIN-ARCHIVO
                       END-START
                       PERFORM LEER-CONTACTO
                           UNTIL SW-FIN-ARCHIVO = 1
                       CLOSE CONTACTOS
                   END-IF
               WHEN 4
                   OPEN INPUT CATEGORIAS
                   MOVE WS-FS-CATEGORIA TO FS-ACTUAL
                   IF FS-ACTUAL = "00"
                       MOVE 1 TO SW-ABIERTO
                       MOVE LOW-VALUES TO CODIGO-CAT
                       START CATEGORIAS KEY IS >= CODIGO-CAT
                           INVALID KEY
                               MOVE 1 TO SW-FIN-ARCHIVO
                       END-START
                       PERFORM LEER-CATEGORIA
                           UNTIL SW-FIN-ARCHIVO = 1
                       CLOSE CATEGORIAS
                   END-IF
               WHEN 5
                   OPEN INPUT FECHAS
                   MOVE WS-FS-FECHA TO FS-ACTUAL
                   IF FS-ACTUAL = "00"
                       MOVE 1 TO SW-ABIERTO
                       MOVE LOW-VALUES TO CLAVE-FEC
                       START FECHAS KEY IS >= CLAVE-FEC
                           INVALID KEY
                               MOVE 1 TO SW-FIN-ARCHIVO
                       END-START
                       PERFORM LEER-FECHA UNTIL SW-FIN-ARCHIVO = 1
                       CLOSE FECHAS
                   END-IF
               WHEN 6
                   OPEN INPUT GASTOS
                   MOVE WS-FS-GASTO TO FS-ACTUAL
                   IF FS-ACTUAL = "00"
                       MOVE 1 TO SW-ABIERTO
                       MOVE LOW-VALUES TO CLAVE-GAS
                       START GASTOS KEY IS >= CLAVE-GAS
                           INVALID KEY
                               MOVE 1 TO SW-FIN-ARCHIVO
                       END-START
                       PERFORM LEER-GASTO UNTIL SW-FIN-ARCHIVO = 1
                       CLOSE GASTOS
                   END-IF
               WHEN 7
                   OPEN INPUT VINCULOS
                   MOVE WS-FS-VINCULO TO FS-ACTUAL
                   IF FS-ACTUAL = "00"
                       MOVE 1 TO SW-ABIERTO
                       MOVE LOW-VALUES TO CLAVE-VIN
                       START VINCULOS KEY IS >= CLAVE-VIN
                           INVALID KEY
                               MOVE 1 TO SW-FIN-ARCHIVO
                       END-START
                       PERFORM LEER-VINCULO UNTIL SW-FIN-ARCHIVO = 1
                       CLOSE VINCULOS
                   END-IF
               WHEN 8
                   OPEN INPUT OPERADORES
                   MOVE WS-FS-OPERADOR TO FS-ACTUAL
                   IF FS-ACTUAL = "00"
                       MOVE 1 TO SW-ABIERTO
                       MOVE LOW-VALUES TO CODIGO-OPE
                       START OPERADORES KEY IS >= CODIGO-OPE
                           INVALID KEY
                               MOVE 1 TO SW-FIN-ARCHIVO
                       END-START
                       PERFORM LEER-OPERADOR
                           UNTIL SW-FIN-ARCHIVO = 1
                       CLOSE OPERADORES
                   END-IF
           END-EVALUATE.

      *---------------------------
      * Lectura y recarga de cada archivo. CLAVE-SUMA lleva los
      * campos clave del registro leido.
      *---------------------------
       LEER-AMIGO.
           READ AMIGOS NEXT RECORD
             AT END
               MOVE 1 TO SW-FIN-ARCHIVO
             NOT AT END
               MOVE SPACES TO CLAVE-SUMA
               STRING CODIGO TELEFONO NOMBRE
                   DELIMITED BY SIZE INTO CLAVE-SUMA
               END-STRING
               MOVE REG-AMIGOS TO REG-TRABAJO
               PERFORM ACUMULAR-REGISTRO
           END-READ.

       RECARGAR-AMIGO.
           PERFORM LEER-TRABAJO
           IF SW-FIN-TRABAJO = 0
               MOVE REG-TRABAJO TO REG-AMIGOS
               WRITE REG-AMIGOS
                   INVALID KEY
                       PERFORM ERROR-GRABACION
                   NOT INVALID KEY
                       ADD 1 TO RECARGADOS
               END-WRITE
           END-IF.

       LEER-HIST.
           READ HISTORIAL NEXT RECORD
             AT END
               MOVE 1 TO SW-FIN-ARCHIVO
             NOT AT END
               MOVE CODIGO-H TO CLAVE-SUMA
               MOVE REG-HISTORIAL TO REG-TRABAJO
               PERFORM ACUMULAR-REGISTRO
           END-READ.

       RECARGAR-HIST.
           PERFORM LEER-TRABAJO
           IF SW-FIN-TRABAJO = 0
               MOVE REG-TRABAJO TO REG-HISTORIAL
               WRITE REG-HISTORIAL
                   INVALID KEY
                       PERFORM ERROR-GRABACION
                   NOT INVALID KEY
                       ADD 1 TO RECARGADOS
               END-WRITE
           END-IF.

       LEER-CONTACTO.
           READ CONTACTOS NEXT RECORD
             AT END
               MOVE 1 TO SW-FIN-ARCHIVO
             NOT AT END
               MOVE CLAVE-CON TO CLAVE-SUMA
               MOVE REG-CONTACTOS TO REG-TRABAJO
               PERFORM ACUMULAR-REGISTRO
           END-READ.

       RECARGAR-CONTACTO.
           PERFORM LEER-TRABAJO
           IF SW-FIN-TRABAJO = 0
               MOVE REG-TRABAJO TO REG-CONTACTOS
               WRITE REG-CONTACTOS
                   INVALID KEY
                       PERFORM ERROR-GRABACION
                   NOT INVALID KEY
                       ADD 1 TO RECARGADOS
               END-WRITE
           END-IF.

       LEER-CATEGORIA.
           READ CATEGORIAS NEXT RECORD
             AT END
               MOVE 1 TO SW-FIN-ARCHIVO
             NOT AT END
               MOVE CODIGO-CAT TO CLAVE-SUMA
               MOVE REG-CATEGORIAS TO REG-TRABAJO
               PERFORM ACUMULAR-REGISTRO
           END-READ.

       RECARGAR-CATEGORIA.
           PERFORM LEER-TRABAJO
           IF SW-FIN-TRABAJO = 0
               MOVE REG-TRABAJO TO REG-CATEGORIAS
               WRITE REG-CATEGORIAS
                   INVALID KEY
                       PERFORM ERROR-GRABACION
                   NOT INVALID KEY
                       ADD 1 TO RECARGADOS
               END-WRITE
           END-IF.

       LEER-FECHA.
           READ FECHAS NEXT RECORD
             AT END
               MOVE 1 TO SW-FIN-ARCHIVO
             NOT AT END
               MOVE CLAVE-FEC TO CLAVE-SUMA
               MOVE REG-FECHAS TO REG-TRABAJO
               PERFORM ACUMULAR-REGISTRO
           END-READ.

       RECARGAR-FECHA.
           PERFORM LEER-TRABAJO
           IF SW-FIN-TRABAJO = 0
               MOVE REG-TRABAJO TO REG-FECHAS
               WRITE REG-FECHAS
                   INVALID KEY
                       PERFORM ERROR-GRABACION
                   NOT INVALID KEY
                       ADD 1 TO RECARGADOS
               END-WRITE
           END-IF.

       LEER-GASTO.
           READ GASTOS NEXT RECORD
             AT END
               MOVE 1 TO SW-FIN-ARCHIVO
             NOT AT END
               MOVE CLAVE-GAS TO CLAVE-SUMA
               MOVE REG-GASTOS TO REG-TRABAJO
               PERFORM ACUMULAR-REGISTRO
           END-READ.

       RECARGAR-GASTO.
           PERFORM LEER-TRABAJO
           IF SW-FIN-TRABAJO = 0
               MOVE REG-TRABAJO TO REG-GASTOS
               WRITE REG-GASTOS
                   INVALID KEY
                       PERFORM ERROR-GRABACION
                   NOT INVALID KEY
                       ADD 1 TO RECARGADOS
               END-WRITE
           END-IF.

       LEER-VINCULO.
           READ VINCULOS NEXT RECORD
             AT END
               MOVE 1 TO SW-FIN-ARCHIVO
             NOT AT END
               MOVE CLAVE-VIN TO CLAVE-SUMA
               MOVE REG-VINCULOS TO REG-TRABAJO
               PERFORM ACUMULAR-REGISTRO
           END-READ.

       RECARGAR-VINCULO.
           PERFORM LEER-TRABAJO
           IF SW-FIN-TRABAJO = 0
               MOVE REG-TRABAJO TO REG-VINCULOS
               WRITE REG-VINCULOS
                   INVALID KEY
                       PERFORM ERROR-GRABACION
                   NOT INVALID KEY
                       ADD 1 TO RECARGADOS
               END-WRITE
           END-IF.

       LEER-OPERADOR.
           READ OPERADORES NEXT RECORD
             AT END
               MOVE 1 TO SW-FIN-ARCHIVO
             NOT AT END
               MOVE CODIGO-OPE TO CLAVE-SUMA
               MOVE REG-OPERADORES TO REG-TRABAJO
               PERFORM ACUMULAR-REGISTRO
           END-READ.

       RECARGAR-OPERADOR.
           PERFORM LEER-TRABAJO
           IF SW-FIN-TRABAJO = 0
               MOVE REG-TRABAJO TO REG-OPERADORES
               WRITE REG-OPERADORES
                   INVALID KEY
                       PERFORM ERROR-GRABACION
                   NOT INVALID KEY
                       ADD 1 TO RECARGADOS
               END-WRITE
           END-IF.

       LEER-TRABAJO.
           READ TRABAJO
             AT END
               MOVE 1 TO SW-FIN-TRABAJO
           END-READ.

       ERROR-GRABACION.
           ADD 1 TO ERRORES-GRABACION
           DISPLAY "ERROR AL RECARGAR " NOMBRE-ORIGINAL
               ": " REG-TRABAJO(1:40).

       ACUMULAR-REGISTRO.
           IF SW-DESCARGANDO = 1
               WRITE REG-TRABAJO
               ADD 1 TO DESCARGADOS
               PERFORM SUMAR-CARACTER
                   VARYING POS FROM 1 BY 1
                   UNTIL POS > LARGO-CLAVE-SUMA
           ELSE
               ADD 1 TO VERIFICADOS
               PERFORM SUMAR-CARACTER-VERIFICADO
                   VARYING POS FROM 1 BY 1
                   UNTIL POS > LARGO-CLAVE-SUMA
           END-IF.

       SUMAR-CARACTER.
           COMPUTE SUMA-DESCARGA = SUMA-DESCARGA
               + FUNCTION ORD(CLAVE-SUMA(POS:1)) * POS.

       SUMAR-CARACTER-VERIFICADO.
           COMPUTE SUMA-VERIFICADA = SUMA-VERIFICADA
               + FUNCTION ORD(CLAVE-SUMA(POS:1)) * POS.

      *---------------------------
      * Las claves alternas del archivo nuevo: recorridas de
      * punta a punta tienen que dar la misma cuenta.
      *---------------------------
       VERIFICAR-AMIGOS-ALTERNAS.
           OPEN INPUT AMIGOS
           MOVE ZEROS TO POR-ALTERNA
           MOVE LOW-VALUES TO TELEFONO
           MOVE 0 TO SW-FIN-ARCHIVO
           START AMIGOS KEY IS >= TELEFONO
               INVALID KEY
                   MOVE 1 TO SW-FIN-ARCHIVO
           END-START
           PERFORM CONTAR-AMIGO-ALTERNA UNTIL SW-FIN-ARCHIVO = 1
           IF POR-ALTERNA NOT = DESCARGADOS
               DISPLAY "CLAVE TELEFONO CON " POR-ALTERNA
                   " REGISTROS"
               MOVE 0 TO SW-VERIFICA
           END-IF
           MOVE ZEROS TO POR-ALTERNA
           MOVE LOW-VALUES TO NOMBRE
           MOVE 0 TO SW-FIN-ARCHIVO
           START AMIGOS KEY IS >= NOMBRE
               INVALID KEY
                   MOVE 1 TO SW-FIN-ARCHIVO
           END-START
           PERFORM CONTAR-AMIGO-ALTERNA UNTIL SW-FIN-ARCHIVO = 1
           IF POR-ALTERNA NOT = DESCARGADOS
               DISPLAY "CLAVE NOMBRE CON " POR-ALTERNA " REGISTROS"
               MOVE 0 TO SW-VERIFICA
           END-IF
           CLOSE AMIGOS.

       CONTAR-AMIGO-ALTERNA.
           READ AMIGOS NEXT RECORD
             AT END
               MOVE 1 TO SW-FIN-ARCHIVO
             NOT AT END
               ADD 1 TO POR-ALTERNA
           END-READ.

       VERIFICAR-VINCULOS-ALTERNA.
           OPEN INPUT VINCULOS
           MOVE ZEROS TO POR-ALTERNA
           MOVE ZEROS TO CODIGO-REL-VIN
           MOVE 0 TO SW-FIN-ARCHIVO
           START VINCULOS KEY IS >= CODIGO-REL-VIN
               INVALID KEY
                   MOVE 1 TO SW-FIN-ARCHIVO
           END-START
           PERFORM CONTAR-VINCULO-ALTERNA UNTIL SW-FIN-ARCHIVO = 1
           IF POR-ALTERNA NOT = DESCARGADOS
               DISPLAY "CLAVE CODIGO-REL-VIN CON " POR-ALTERNA
                   " REGISTROS"
               MOVE 0 TO SW-VERIFICA
           END-IF
           CLOSE VINCULOS.

       CONTAR-VINCULO-ALTERNA.
           READ VINCULOS NEXT RECORD
             AT END
               MOVE 1 TO SW-FIN-ARCHIVO
             NOT AT END
               ADD 1 TO POR-ALTERNA
           END-READ.

       GRABAR-CORRIDA-INICIO.
           MOVE "REORGANI" TO PROGRAMA-C
           MOVE "INICIO" TO TIPO-C
           MOVE ZEROS TO LEIDOS-C GRABADOS-C
           MOVE SPACE TO ESTADO-C
           PERFORM GRABAR-CORRIDA.

       GRABAR-CORRIDA-FIN.
      * Un archivo que no verifica o no se pudo abrir deja la
      * corrida anormal, que corta la cadena de OPERAR.
           MOVE "FIN" TO TIPO-C
           MOVE TOTAL-DESCARGADOS TO LEIDOS-C
           MOVE TOTAL-VERIFICADOS TO GRABADOS-C
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
