       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPERADOR.
      *-------------------------
      * Mantenimiento del maestro de operadores OPERADOR.DAT:
      * alta, cambio y listado, igual que CATEGORI. Solo para
      * perfil S. No hay baja fisica: un operador que ya no
      * trabaja se marca ACTIVO-OPE "N", asi no puede firmar pero
      * su nombre sigue apareciendo en las corridas y en el
      * candado viejos. El listado no muestra claves. No toma el
      * candado de AMIGOS.DAT porque no lo toca.
      *
      * Mientras OPERADOR.DAT no exista, FIRMAR deja pasar sin
      * perfil solo a este programa (ver FIRMAR.CBL): el archivo
      * se crea al entrar, pero si se sale sin haber grabado
      * ningun operador se borra, porque un OPERADOR.DAT vacio no
      * deja firmar a nadie. Mientras no haya un supervisor
      * activo, el alta solo acepta perfil S, y el cambio no deja
      * sacarle el perfil S ni desactivar al ultimo supervisor
      * activo: siempre queda alguien que puede volver a entrar a
      * OPERADOR. Si OPERADOR.DAT existe pero no se puede abrir,
      * no se toca.
      *-------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY OPERADEL.
      *---------------------------
       DATA DIVISION.
       FILE SECTION.
       FD OPERADORES.
       COPY OPERADFD.

       WORKING-STORAGE SECTION.
       01 WS-FS-OPERADOR PIC XX.
       COPY FIRMAWS.
       01 VARIABLES.
           05 OPCION PIC 9 VALUE 0.
           05 SW-FIN-LISTADO PIC 9 VALUE 0.
           05 SW-ABIERTO PIC 9 VALUE 0.
           05 SW-HAY-SUPERVISOR PIC 9 VALUE 0.
           05 SW-MAESTRO-NUEVO PIC 9 VALUE 0.
           05 SW-VACIO PIC 9 VALUE 0.
           05 CODIGO-EXCLUIDO PIC X(8).
           05 PERFIL-ANTES PIC X(1).
           05 ACTIVO-ANTES PIC X(1).
           05 REG-OPERADOR-CAMBIADO PIC X(48).
           05 RESPUESTA PIC X(1).
           05 CLAVE-NUEVA PIC X(8).
           05 TOTAL-LISTADOS PIC 9(5) VALUE ZEROS.
      *----------------------------
       PROCEDURE DIVISION.
       PRINCIPAL.
           MOVE "OPERADOR" TO FUNCION-F.
           MOVE "S" TO NIVEL-F.
           CALL "FIRMAR" USING FIRMA-OPERADOR.
           IF AUTORIZADO-F = "S"
               PERFORM ABRIR-OPERADORES
           END-IF.
           IF SW-ABIERTO = 1
               PERFORM MENU-PRINCIPAL UNTIL OPCION = 4
               PERFORM CERRAR-OPERADORES
           END-IF.
           STOP RUN.

       ABRIR-OPERADORES.
      * Igual que ABRIR-CATEGORIAS de CATEGORI.CBL: el archivo
      * recien creado se reabre I-O.
      * Solo un archivo inexistente (35) se crea; cualquier otro
      * file status se informa y el archivo no se toca.
           OPEN INPUT OPERADORES
           EVALUATE WS-FS-OPERADOR
               WHEN "00"
                   CLOSE OPERADORES
                   OPEN I-O OPERADORES
                   MOVE 1 TO SW-ABIERTO
               WHEN "35"
                   OPEN OUTPUT OPERADORES
                   CLOSE OPERADORES
                   OPEN I-O OPERADORES
                   MOVE 1 TO SW-ABIERTO
                   MOVE 1 TO SW-MAESTRO-NUEVO
               WHEN OTHER
                   DISPLAY "NO SE PUDO ABRIR OPERADOR.DAT, "
                       "FILE STATUS " WS-FS-OPERADOR
           END-EVALUATE.

       CERRAR-OPERADORES.
      * Un maestro recien creado que quedo vacio (se salio sin
      * alta, o el alta se cancelo) se borra: asi FIRMAR vuelve a
      * ver file status 35 y deja entrar a OPERADOR.
           IF SW-MAESTRO-NUEVO = 1
               MOVE 0 TO SW-VACIO
               MOVE LOW-VALUES TO CODIGO-OPE
               START OPERADORES KEY IS >= CODIGO-OPE
                   INVALID KEY
                       MOVE 1 TO SW-VACIO
               END-START
           END-IF
           CLOSE OPERADORES
           IF SW-MAESTRO-NUEVO = 1 AND SW-VACIO = 1
               DELETE FILE OPERADORES
               DISPLAY "NO SE GRABO NINGUN OPERADOR, OPERADOR.DAT "
                   "NO SE CREA"
           END-IF.

       MENU-PRINCIPAL.
           DISPLAY " ".
           DISPLAY "1-ALTA  2-CAMBIO  3-LISTADO  4-SALIR".
           DISPLAY "OPCION: " WITH NO ADVANCING.
           ACCEPT OPCION.
           EVALUATE OPCION
               WHEN 1 PERFORM ALTA
               WHEN 2 PERFORM CAMBIO
               WHEN 3 PERFORM LISTADO
               WHEN 4 CONTINUE
               WHEN OTHER DISPLAY "OPCION INVALIDA"
           END-EVALUATE.

       ALTA.
           MOVE SPACES TO CODIGO-EXCLUIDO
           PERFORM BUSCAR-SUPERVISOR.
           DISPLAY "OPERADOR: " WITH NO ADVANCING.
           ACCEPT CODIGO-OPE.
           MOVE FUNCTION UPPER-CASE(CODIGO-OPE) TO CODIGO-OPE.
           IF CODIGO-OPE = SPACES
               DISPLAY "OPERADOR EN BLANCO"
           ELSE
               PERFORM ALTA-DATOS
           END-IF.

       ALTA-DATOS.
           DISPLAY "NOMBRE: " WITH NO ADVANCING.
           ACCEPT NOMBRE-OPE.
           DISPLAY "CLAVE: " WITH NO ADVANCING.
           ACCEPT CLAVE-OPE.
           DISPLAY "PERFIL C-CONSULTA/M-MANTENIMIENTO/S-SUPERVISOR: "
               WITH NO ADVANCING.
           ACCEPT PERFIL-OPE.
           MOVE FUNCTION UPPER-CASE(PERFIL-OPE) TO PERFIL-OPE.
           MOVE "S" TO ACTIVO-OPE.
           IF CLAVE-OPE = SPACES
               DISPLAY "CLAVE EN BLANCO, ALTA CANCELADA"
           ELSE
               EVALUATE TRUE
                   WHEN PERFIL-OPE NOT = "C" AND PERFIL-OPE NOT = "M"
                        AND PERFIL-OPE NOT = "S"
                       DISPLAY "PERFIL INVALIDO, ALTA CANCELADA"
                   WHEN SW-HAY-SUPERVISOR = 0 AND PERFIL-OPE NOT = "S"
                       DISPLAY "NO HAY SUPERVISOR ACTIVO, EL ALTA "
                           "TIENE QUE SER PERFIL S"
                   WHEN OTHER
                       PERFORM ALTA-GRABAR
               END-EVALUATE
           END-IF.

       BUSCAR-SUPERVISOR.
      * Recorre el maestro buscando un operador activo con perfil
      * S que no sea CODIGO-EXCLUIDO; se hace antes de tipear el
      * alta, y en el cambio con el registro guardado aparte,
      * porque la lectura usa el mismo registro.
           MOVE 0 TO SW-HAY-SUPERVISOR
           MOVE LOW-VALUES TO CODIGO-OPE
           MOVE 0 TO SW-FIN-LISTADO
           START OPERADORES KEY IS >= CODIGO-OPE
               INVALID KEY
                   MOVE 1 TO SW-FIN-LISTADO
           END-START
           PERFORM MIRAR-SUPERVISOR UNTIL SW-FIN-LISTADO = 1.

       MIRAR-SUPERVISOR.
           READ OPERADORES NEXT RECORD
             AT END
               MOVE 1 TO SW-FIN-LISTADO
             NOT AT END
               IF PERFIL-OPE = "S" AND ACTIVO-OPE = "S"
                  AND CODIGO-OPE NOT = CODIGO-EXCLUIDO
                   MOVE 1 TO SW-HAY-SUPERVISOR
                   MOVE 1 TO SW-FIN-LISTADO
               END-IF
           END-READ.

       ALTA-GRABAR.
           WRITE REG-OPERADORES
               INVALID KEY
                   DISPLAY "YA EXISTE ESE OPERADOR"
               NOT INVALID KEY
                   DISPLAY "OPERADOR AGREGADO"
           END-WRITE.

       CAMBIO.
           DISPLAY "OPERADOR: " WITH NO ADVANCING.
           ACCEPT CODIGO-OPE.
           MOVE FUNCTION UPPER-CASE(CODIGO-OPE) TO CODIGO-OPE.
           READ OPERADORES
               INVALID KEY
                   DISPLAY "NO EXISTE ESE OPERADOR"
               NOT INVALID KEY
                   PERFORM CAMBIO-DATOS
           END-READ.

       CAMBIO-DATOS.
           MOVE PERFIL-OPE TO PERFIL-ANTES
           MOVE ACTIVO-OPE TO ACTIVO-ANTES
           DISPLAY "NOMBRE (" NOMBRE-OPE "): " WITH NO ADVANCING.
           ACCEPT NOMBRE-OPE.
      * La clave vieja no se muestra; vacio la deja como esta.
           DISPLAY "CLAVE NUEVA (VACIO=SIN CAMBIO): "
               WITH NO ADVANCING.
           ACCEPT CLAVE-NUEVA.
           IF CLAVE-NUEVA NOT = SPACES
               MOVE CLAVE-NUEVA TO CLAVE-OPE
           END-IF.
           DISPLAY "PERFIL C/M/S (" PERFIL-OPE "): "
               WITH NO ADVANCING.
           ACCEPT RESPUESTA.
           MOVE FUNCTION UPPER-CASE(RESPUESTA) TO RESPUESTA
           IF RESPUESTA = "C" OR RESPUESTA = "M" OR RESPUESTA = "S"
               MOVE RESPUESTA TO PERFIL-OPE
           ELSE
               DISPLAY "VALOR INVALIDO, SE MANTIENE " PERFIL-OPE
           END-IF
           DISPLAY "ACTIVO S/N (" ACTIVO-OPE "): "
               WITH NO ADVANCING.
           ACCEPT RESPUESTA.
           MOVE FUNCTION UPPER-CASE(RESPUESTA) TO RESPUESTA
           IF RESPUESTA = "S" OR RESPUESTA = "N"
               MOVE RESPUESTA TO ACTIVO-OPE
           ELSE
               DISPLAY "VALOR INVALIDO, SE MANTIENE " ACTIVO-OPE
           END-IF
           MOVE 1 TO SW-HAY-SUPERVISOR
           IF PERFIL-ANTES = "S" AND ACTIVO-ANTES = "S"
              AND (PERFIL-OPE NOT = "S" OR ACTIVO-OPE NOT = "S")
               PERFORM BUSCAR-OTRO-SUPERVISOR
           END-IF
           IF SW-HAY-SUPERVISOR = 0
               DISPLAY "ES EL ULTIMO SUPERVISOR ACTIVO, CAMBIO "
                   "CANCELADO"
           ELSE
               PERFORM CAMBIO-GRABAR
           END-IF.

       BUSCAR-OTRO-SUPERVISOR.
      * El recorrido pisa REG-OPERADORES: el registro cambiado se
      * guarda antes y se repone despues.
           MOVE REG-OPERADORES TO REG-OPERADOR-CAMBIADO
           MOVE CODIGO-OPE TO CODIGO-EXCLUIDO
           PERFORM BUSCAR-SUPERVISOR
           MOVE REG-OPERADOR-CAMBIADO TO REG-OPERADORES.

       CAMBIO-GRABAR.
           REWRITE REG-OPERADORES
               INVALID KEY
                   DISPLAY "ERROR AL CAMBIAR EL OPERADOR"
               NOT INVALID KEY
                   DISPLAY "OPERADOR CAMBIADO"
           END-REWRITE.

       LISTADO.
           MOVE SPACES TO CODIGO-OPE
           MOVE ZEROS TO TOTAL-LISTADOS
           MOVE 0 TO SW-FIN-LISTADO
           START OPERADORES KEY IS >= CODIGO-OPE
               INVALID KEY
                   MOVE 1 TO SW-FIN-LISTADO
           END-START
           PERFORM LISTAR-OPERADOR UNTIL SW-FIN-LISTADO = 1
           DISPLAY "TOTAL DE OPERADORES: " TOTAL-LISTADOS.

       LISTAR-OPERADOR.
           READ OPERADORES NEXT RECORD
             AT END
               MOVE 1 TO SW-FIN-LISTADO
             NOT AT END
               DISPLAY CODIGO-OPE " " NOMBRE-OPE " " PERFIL-OPE " "
                   ACTIVO-OPE
               ADD 1 TO TOTAL-LISTADOS
           END-READ.
