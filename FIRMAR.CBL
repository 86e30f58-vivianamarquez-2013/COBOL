       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIRMAR.
      *-------------------------
      * Firma de entrada y control de perfil, comun a todos los
      * programas. Cada programa lo llama al arrancar con su
      * nombre y el perfil minimo que pide (ver FIRMAWS.CPY), y
      * otra vez antes de una funcion que pide mas perfil que el
      * resto del programa (liberar el candado en DESTRABA, la
      * fusion de DUPLICAR, etc.).
      *
      * La primera llamada pide OPERADOR y CLAVE contra
      * OPERADOR.DAT, con tres intentos; un operador inexistente,
      * con otra clave o con ACTIVO-OPE "N" no entra. Las
      * llamadas siguientes dentro de la misma corrida no vuelven
      * a preguntar: la firma queda en WORKING-STORAGE, asi que la
      * cadena de OPERAR firma una sola vez y cada paso solo
      * controla el perfil del operador que la lanzo.
      *
      * Los perfiles se incluyen: S puede todo lo de M y M todo
      * lo de C. Una funcion negada por perfil y cada firma
      * fallida quedan en AMIGOS-SEG.TXT para AUDITAR.
      *
      * Sin OPERADOR.DAT (file status 35) todavia no hay perfiles
      * que controlar, y lo unico que se deja correr es OPERADOR
      * para cargar el primer supervisor: se pide solo el nombre
      * del operador, se avisa y la firma queda anotada como SIN
      * OPERADOR.DAT para que AUDITAR la muestre. Cualquier otro
      * programa sin maestro, o cualquier otro file status (un
      * OPERADOR.DAT renombrado por REORGANI en medio de la
      * reorganizacion, con otro largo de registro, trabado), no
      * firma: queda un FALLO en AMIGOS-SEG.TXT con el file status.
      *-------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY OPERADEL.
           COPY SEGURIEL.
      *---------------------------
       DATA DIVISION.
       FILE SECTION.
       FD OPERADORES.
       COPY OPERADFD.
       FD SEGURIDAD.
       01 REG-SEGURIDAD PIC X(81).

       WORKING-STORAGE SECTION.
       01 WS-FS-OPERADOR PIC XX.
       01 WS-FS-SEGURIDAD PIC XX.
       COPY SEGURIWS.
       01 VARIABLES.
           05 SW-FIRMADO PIC 9 VALUE 0.
           05 SW-FIRMA-AGOTADA PIC 9 VALUE 0.
           05 INTENTOS PIC 9 VALUE 0.
           05 OPERADOR-ACTUAL PIC X(8) VALUE SPACES.
           05 PERFIL-ACTUAL PIC X(1) VALUE SPACE.
           05 OPERADOR-PEDIDO PIC X(8).
           05 CLAVE-PEDIDA PIC X(8).
           05 MOTIVO-EVENTO PIC X(30).
           05 RANGO-PEDIDO PIC 9 VALUE 0.
           05 RANGO-PERFIL PIC 9 VALUE 0.
           05 PERFIL-EVALUADO PIC X(1).
           05 RANGO-EVALUADO PIC 9 VALUE 0.
       01 CONSTANTES.
           05 MAXIMO-INTENTOS PIC 9 VALUE 3.

       LINKAGE SECTION.
       COPY FIRMAWS.
      *----------------------------
       PROCEDURE DIVISION USING FIRMA-OPERADOR.
       PRINCIPAL.
           MOVE "N" TO AUTORIZADO-F.
           IF SW-FIRMADO = 0 AND SW-FIRMA-AGOTADA = 0
               PERFORM FIRMAR-OPERADOR
           END-IF.
           IF SW-FIRMADO = 1
               PERFORM AUTORIZAR
           ELSE
               DISPLAY "SIN FIRMA VALIDA, " FUNCION-F " NO SE EJECUTA"
           END-IF.
           MOVE OPERADOR-ACTUAL TO OPERADOR-F.
           MOVE PERFIL-ACTUAL TO PERFIL-F.
           GOBACK.

       FIRMAR-OPERADOR.
           OPEN INPUT OPERADORES
           IF WS-FS-OPERADOR = "00"
               MOVE 0 TO INTENTOS
               PERFORM PEDIR-FIRMA
                   UNTIL SW-FIRMADO = 1 OR INTENTOS = MAXIMO-INTENTOS
               CLOSE OPERADORES
               IF SW-FIRMADO = 0
                   MOVE 1 TO SW-FIRMA-AGOTADA
                   DISPLAY "DEMASIADOS INTENTOS DE FIRMA"
               END-IF
           ELSE
               IF WS-FS-OPERADOR = "35" AND FUNCION-F = "OPERADOR"
                   PERFORM FIRMAR-SIN-MAESTRO
               ELSE
                   PERFORM RECHAZAR-SIN-MAESTRO
               END-IF
           END-IF.

       PEDIR-FIRMA.
           ADD 1 TO INTENTOS
           DISPLAY "OPERADOR: " WITH NO ADVANCING
           ACCEPT OPERADOR-PEDIDO
           MOVE FUNCTION UPPER-CASE(OPERADOR-PEDIDO) TO OPERADOR-PEDIDO
           DISPLAY "CLAVE: " WITH NO ADVANCING
           ACCEPT CLAVE-PEDIDA
           MOVE SPACES TO MOTIVO-EVENTO
           MOVE OPERADOR-PEDIDO TO CODIGO-OPE
           READ OPERADORES
               INVALID KEY
                   MOVE "OPERADOR INEXISTENTE" TO MOTIVO-EVENTO
               NOT INVALID KEY
                   PERFORM CONTROLAR-CLAVE
           END-READ
           IF MOTIVO-EVENTO = SPACES
               MOVE 1 TO SW-FIRMADO
               MOVE CODIGO-OPE TO OPERADOR-ACTUAL
               MOVE PERFIL-OPE TO PERFIL-ACTUAL
               DISPLAY "OPERADOR " NOMBRE-OPE " PERFIL " PERFIL-OPE
               MOVE "FIRMA" TO EVENTO-S
               PERFORM GRABAR-SEGURIDAD
           ELSE
               DISPLAY "FIRMA RECHAZADA: " MOTIVO-EVENTO
               MOVE "FALLO" TO EVENTO-S
               PERFORM GRABAR-SEGURIDAD
           END-IF.

       CONTROLAR-CLAVE.
      * La clave se compara tal cual se tipeo; el perfil tiene que
      * ser uno de los tres conocidos para que la firma valga.
           IF CLAVE-OPE NOT = CLAVE-PEDIDA
               MOVE "CLAVE INCORRECTA" TO MOTIVO-EVENTO
           ELSE
               IF ACTIVO-OPE NOT = "S"
                   MOVE "OPERADOR INACTIVO" TO MOTIVO-EVENTO
               ELSE
                   IF PERFIL-OPE NOT = "C" AND PERFIL-OPE NOT = "M"
                      AND PERFIL-OPE NOT = "S"
                       MOVE "PERFIL INVALIDO" TO MOTIVO-EVENTO
                   END-IF
               END-IF
           END-IF.

       FIRMAR-SIN-MAESTRO.
           DISPLAY "SIN OPERADOR.DAT, NO SE CONTROLAN PERFILES "
               "(CARGAR OPERADORES CON OPERADOR)"
           DISPLAY "OPERADOR: " WITH NO ADVANCING
           ACCEPT OPERADOR-PEDIDO
           MOVE FUNCTION UPPER-CASE(OPERADOR-PEDIDO) TO OPERADOR-PEDIDO
           IF OPERADOR-PEDIDO = SPACES
               MOVE "ANONIMO" TO OPERADOR-PEDIDO
           END-IF
           MOVE 1 TO SW-FIRMADO
           MOVE OPERADOR-PEDIDO TO OPERADOR-ACTUAL
           MOVE "S" TO PERFIL-ACTUAL
           MOVE "FIRMA" TO EVENTO-S
           MOVE "SIN OPERADOR.DAT" TO MOTIVO-EVENTO
           PERFORM GRABAR-SEGURIDAD.

       RECHAZAR-SIN-MAESTRO.
           DISPLAY "NO SE PUDO ABRIR OPERADOR.DAT, FILE STATUS "
               WS-FS-OPERADOR
           IF WS-FS-OPERADOR = "35"
               DISPLAY "CARGAR PRIMERO UN SUPERVISOR CON OPERADOR"
           END-IF
           MOVE 1 TO SW-FIRMA-AGOTADA
           MOVE SPACES TO OPERADOR-PEDIDO
           MOVE "FALLO" TO EVENTO-S
           MOVE SPACES TO MOTIVO-EVENTO
           STRING "OPERADOR.DAT FILE STATUS " WS-FS-OPERADOR
               DELIMITED BY SIZE INTO MOTIVO-EVENTO
           END-STRING
           PERFORM GRABAR-SEGURIDAD.

       AUTORIZAR.
           MOVE NIVEL-F TO PERFIL-EVALUADO
           PERFORM RANGO-DE-PERFIL
           MOVE RANGO-EVALUADO TO RANGO-PEDIDO
           MOVE PERFIL-ACTUAL TO PERFIL-EVALUADO
           PERFORM RANGO-DE-PERFIL
           MOVE RANGO-EVALUADO TO RANGO-PERFIL
           IF RANGO-PERFIL >= RANGO-PEDIDO AND RANGO-PEDIDO > 0
               MOVE "S" TO AUTORIZADO-F
           ELSE
               DISPLAY "FUNCION " FUNCION-F " NO PERMITIDA AL "
                   "OPERADOR " OPERADOR-ACTUAL " (PERFIL "
                   PERFIL-ACTUAL ", REQUIERE " NIVEL-F ")"
               MOVE "RECHAZO" TO EVENTO-S
               MOVE SPACES TO MOTIVO-EVENTO
               STRING "REQUIERE PERFIL " NIVEL-F
                   DELIMITED BY SIZE INTO MOTIVO-EVENTO
               END-STRING
               PERFORM GRABAR-SEGURIDAD
           END-IF.

       RANGO-DE-PERFIL.
           EVALUATE PERFIL-EVALUADO
               WHEN "C" MOVE 1 TO RANGO-EVALUADO
               WHEN "M" MOVE 2 TO RANGO-EVALUADO
               WHEN "S" MOVE 3 TO RANGO-EVALUADO
               WHEN OTHER MOVE 0 TO RANGO-EVALUADO
           END-EVALUATE.

       GRABAR-SEGURIDAD.
      * Igual que la bitacora de OPERAR, se abre y cierra en cada
      * linea: FIRMAR vuelve al programa que lo llamo entre una
      * linea y la siguiente.
           OPEN EXTEND SEGURIDAD
           MOVE FUNCTION CURRENT-DATE TO FECHA-HORA-S
           IF SW-FIRMADO = 1
               MOVE OPERADOR-ACTUAL TO OPERADOR-S
               MOVE PERFIL-ACTUAL TO PERFIL-S
           ELSE
               MOVE OPERADOR-PEDIDO TO OPERADOR-S
               MOVE SPACE TO PERFIL-S
           END-IF
           MOVE FUNCION-F TO FUNCION-S
           MOVE MOTIVO-EVENTO TO MOTIVO-S
           WRITE REG-SEGURIDAD FROM REG-SEGURIDAD-D
           IF WS-FS-SEGURIDAD NOT = "00"
               DISPLAY "ERROR AL GRABAR AMIGOS-SEG.TXT, FILE STATUS "
                   WS-FS-SEGURIDAD
           END-IF
           CLOSE SEGURIDAD.
