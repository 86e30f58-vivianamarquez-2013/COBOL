      * declara AMIGOSEL.CPY) o por las primeras letras del
      * NOMBRE, paginando hacia adelante con START sobre la clave
      * alterna NOMBRE. Muestra el REG-AMIGOS completo, ESTADO
      * incluido, y despues los vinculos del amigo en
      * AMIGOS-VIN.DAT (ver VINCULEL.CPY) con el nombre de cada
      * relacionado.
      *
      * A proposito NO toma el candado de AMIGOS-LCK.TXT: este
      * programa no escribe nada y tiene que poder atender el
      * telefono mientras MANTENER o el lote nocturno tienen el
      * archivo tomado. Todo se abre INPUT.
      *
      * Los nombres de los relacionados se leen por una segunda
      * FD sobre el mismo AMIGOS.DAT (RELACIONADOS): un READ por
      * la FD AMIGOS en medio de la paginacion por NOMBRE o
      * TELEFONO perderia la posicion del READ NEXT.
      *
      * Pide perfil C (ver FIRMAR.CBL).
      *-------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY AMIGOSEL.
           SELECT RELACIONADOS
             ASSIGN TO RANDOM "AMIGOS.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS CODIGO-R
             ALTERNATE RECORD KEY IS TELEFONO-R WITH DUPLICATES
             ALTERNATE RECORD KEY IS NOMBRE-R WITH DUPLICATES.
           COPY VINCULEL.
      *---------------------------
       DATA DIVISION.
       FILE SECTION.
       FD AMIGOS.
       COPY AMIGOSFD.
       FD RELACIONADOS.
       01 REG-RELACIONADO.
           05 CODIGO-R PIC 9(5).
           05 NOMBRE-R PIC X(30).
           05 TELEFONO-R PIC X(20).
           05 EMAIL-R PIC X(40).
           05 DIRECCION-R PIC X(50).
           05 CATEGORIA-R PIC X(10).
           05 ESTADO-R PIC X(1).
       FD VINCULOS.
       COPY VINCULFD.

       WORKING-STORAGE SECTION.
       01 WS-FS-VINCULO PIC XX.
       COPY FIRMAWS.
       01 VARIABLES.
           05 OPCION PIC 9 VALUE 0.
           05 SW-FIN-PAGINA PIC 9 VALUE 0.
           05 RESPUESTA PIC X(1).
           05 SW-HAY-VINCULOS PIC 9 VALUE 0.
           05 SW-FIN-VINCULOS PIC 9 VALUE 0.
           05 CODIGO-OTRO PIC 9(5) VALUE ZEROS.
           05 NOMBRE-OTRO PIC X(30).
           05 TIPO-MOSTRADO PIC X(12).
           05 TOTAL-VINCULOS PIC 9(3) VALUE ZEROS.
           05 NOMBRE-BUSCADO PIC X(30).
           05 TELEFONO-BUSCADO PIC X(20).
           05 LARGO-BUSCADO PIC 9(3) VALUE ZEROS.
      *----------------------------
       PROCEDURE DIVISION.
       PRINCIPAL.
           MOVE "CONSULTA" TO FUNCION-F.
           MOVE "C" TO NIVEL-F.
           CALL "FIRMAR" USING FIRMA-OPERADOR.
           IF AUTORIZADO-F = "S"
               OPEN INPUT AMIGOS RELACIONADOS
               PERFORM ABRIR-VINCULOS
               PERFORM MENU-PRINCIPAL UNTIL OPCION = 4
               CLOSE AMIGOS RELACIONADOS
               IF SW-HAY-VINCULOS = 1
                   CLOSE VINCULOS
               END-IF
           END-IF.
           STOP RUN.

       ABRIR-VINCULOS.
      * Sin AMIGOS-VIN.DAT la consulta sale como siempre, sin la
      * lista de vinculos.
           OPEN INPUT VINCULOS
           IF WS-FS-VINCULO = "00"
               MOVE 1 TO SW-HAY-VINCULOS
           ELSE
               MOVE 0 TO SW-HAY-VINCULOS
           END-IF.

       MENU-PRINCIPAL.
           DISPLAY " ".
           DISPLAY "1-POR CODIGO  2-POR TELEFONO  3-POR NOMBRE  "
           DISPLAY "EMAIL: " EMAIL
           DISPLAY "DIRECCION: " DIRECCION
           DISPLAY "CATEGORIA: " CATEGORIA
           DISPLAY "ESTADO: " ESTADO
           IF SW-HAY-VINCULOS = 1
               PERFORM MOSTRAR-VINCULOS
           END-IF.

       MOSTRAR-VINCULOS.
      * Los que el amigo anoto (su CODIGO adelante en la clave) y
      * los que lo nombran a el, por la clave alterna.
           MOVE ZEROS TO TOTAL-VINCULOS
           MOVE CODIGO TO CODIGO-VIN
           MOVE ZEROS TO CODIGO-REL-VIN
           MOVE 0 TO SW-FIN-VINCULOS
           START VINCULOS KEY IS >= CLAVE-VIN
               INVALID KEY
                   MOVE 1 TO SW-FIN-VINCULOS
           END-START
           PERFORM LISTAR-VINCULO-PROPIO UNTIL SW-FIN-VINCULOS = 1
           MOVE CODIGO TO CODIGO-REL-VIN
           MOVE 0 TO SW-FIN-VINCULOS
           START VINCULOS KEY IS = CODIGO-REL-VIN
               INVALID KEY
                   MOVE 1 TO SW-FIN-VINCULOS
           END-START
           PERFORM LISTAR-VINCULO-AJENO UNTIL SW-FIN-VINCULOS = 1
           IF TOTAL-VINCULOS = ZEROS
               DISPLAY "VINCULOS: NINGUNO"
           END-IF.

       LISTAR-VINCULO-PROPIO.
           READ VINCULOS NEXT RECORD
             AT END
               MOVE 1 TO SW-FIN-VINCULOS
             NOT AT END
               IF CODIGO-VIN NOT = CODIGO
                   MOVE 1 TO SW-FIN-VINCULOS
               ELSE
                   MOVE CODIGO-REL-VIN TO CODIGO-OTRO
                   MOVE TIPO-VIN TO TIPO-MOSTRADO
                   IF TIPO-VIN = "REFERIDO"
                       MOVE "REFERIDO POR" TO TIPO-MOSTRADO
                   END-IF
                   PERFORM MOSTRAR-LINEA-VINCULO
               END-IF
           END-READ.

       LISTAR-VINCULO-AJENO.
           READ VINCULOS NEXT RECORD
             AT END
               MOVE 1 TO SW-FIN-VINCULOS
             NOT AT END
               IF CODIGO-REL-VIN NOT = CODIGO
                   MOVE 1 TO SW-FIN-VINCULOS
               ELSE
                   MOVE CODIGO-VIN TO CODIGO-OTRO
                   MOVE TIPO-VIN TO TIPO-MOSTRADO
                   IF TIPO-VIN = "REFERIDO"
                       MOVE "PRESENTO A" TO TIPO-MOSTRADO
                   END-IF
                   PERFORM MOSTRAR-LINEA-VINCULO
               END-IF
           END-READ.

       MOSTRAR-LINEA-VINCULO.
           ADD 1 TO TOTAL-VINCULOS
           MOVE CODIGO-OTRO TO CODIGO-R
           READ RELACIONADOS
               INVALID KEY
                   MOVE "(ARCHIVADO)" TO NOMBRE-OTRO
               NOT INVALID KEY
                   MOVE NOMBRE-R TO NOMBRE-OTRO
           END-READ
           IF TOTAL-VINCULOS = 1
               DISPLAY "VINCULOS:"
           END-IF
           IF ESTADO-VIN = "S"
               DISPLAY "  " TIPO-MOSTRADO " " CODIGO-OTRO " "
                   NOMBRE-OTRO " SUSPENDIDO"
           ELSE
               DISPLAY "  " TIPO-MOSTRADO " " CODIGO-OTRO " "
                   NOMBRE-OTRO
           END-IF.
