       IDENTIFICATION DIVISION.
       PROGRAM-ID. VINCULO.
      *-------------------------
      * Mantenimiento de los vinculos entre amigos en
      * AMIGOS-VIN.DAT (ver VINCULEL.CPY): conyuges, familia y
      * quien presento a quien. El operador da el CODIGO, que se
      * verifica contra AMIGOS.DAT igual que en CONTACTO; se
      * muestran los vinculos que ya tiene, desde los dos lados,
      * y se pide el CODIGO relacionado. Un CODIGO relacionado
      * que no esta en AMIGOS.DAT se rechaza, igual que vincular a
      * alguien consigo mismo. Si los dos ya estan vinculados (en
      * cualquier sentido) el vinculo se puede cambiar de tipo o
      * borrar; si no, se da de alta. Un REFERIDO se anota desde
      * el que fue presentado: "este CODIGO fue presentado por el
      * relacionado". AMIGOS.DAT se abre solo INPUT y por eso no
      * se toma el candado, igual que CONTACTO.
      *
      * CONSULTA muestra los vinculos y ETIQUETA los usa para
      * juntar un hogar en una sola etiqueta o carta.
      *
      * Pide perfil M (ver FIRMAR.CBL).
      *-------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY AMIGOSEL.
           COPY VINCULEL.
      *---------------------------
       DATA DIVISION.
       FILE SECTION.
       FD AMIGOS.
       COPY AMIGOSFD.
       FD VINCULOS.
       COPY VINCULFD.

       WORKING-STORAGE SECTION.
       01 WS-FS-VINCULO PIC XX.
       COPY FIRMAWS.
       01 VARIABLES.
           05 SW-FIN-CAPTURA PIC 9 VALUE 0.
           05 SW-FIN-VINCULOS PIC 9 VALUE 0.
           05 SW-ABIERTO PIC 9 VALUE 0.
           05 SW-VINCULO-HALLADO PIC 9 VALUE 0.
           05 CODIGO-PEDIDO PIC 9(5) VALUE ZEROS.
           05 CODIGO-RELACIONADO PIC 9(5) VALUE ZEROS.
           05 CODIGO-OTRO PIC 9(5) VALUE ZEROS.
           05 NOMBRE-PEDIDO PIC X(30).
           05 NOMBRE-OTRO PIC X(30).
           05 TIPO-PEDIDO PIC X(8).
           05 TIPO-MOSTRADO PIC X(12).
           05 ESTADO-ANTERIOR PIC X(1).
           05 RESPUESTA PIC X(1).
           05 TOTAL-GRABADOS PIC 9(5) VALUE ZEROS.
      *----------------------------
       PROCEDURE DIVISION.
       PRINCIPAL.
           MOVE "VINCULO" TO FUNCION-F.
           MOVE "M" TO NIVEL-F.
           CALL "FIRMAR" USING FIRMA-OPERADOR.
           IF AUTORIZADO-F = "S"
               OPEN INPUT AMIGOS
               PERFORM ABRIR-VINCULOS
               IF SW-ABIERTO = 1
                   PERFORM CAPTURAR-VINCULO UNTIL SW-FIN-CAPTURA = 1
                   DISPLAY "VINCULOS GRABADOS: " TOTAL-GRABADOS
                   CLOSE VINCULOS
               END-IF
               CLOSE AMIGOS
           END-IF.
           STOP RUN.

       ABRIR-VINCULOS.
      * Igual que ABRIR-FECHAS de FECHAS.CBL: si el archivo ya
      * existe se abre I-O, y solo si no existe (35) se crea y se
      * reabre I-O; con cualquier otro file status no se pisa.
           OPEN INPUT VINCULOS
           EVALUATE WS-FS-VINCULO
               WHEN "00"
                   CLOSE VINCULOS
                   OPEN I-O VINCULOS
                   MOVE 1 TO SW-ABIERTO
               WHEN "35"
                   OPEN OUTPUT VINCULOS
                   CLOSE VINCULOS
                   OPEN I-O VINCULOS
                   MOVE 1 TO SW-ABIERTO
               WHEN OTHER
                   DISPLAY "NO SE PUDO ABRIR AMIGOS-VIN.DAT, "
                       "FILE STATUS " WS-FS-VINCULO
           END-EVALUATE.

       CAPTURAR-VINCULO.
           DISPLAY " "
           DISPLAY "CODIGO (0 PARA TERMINAR): " WITH NO ADVANCING
           ACCEPT CODIGO-PEDIDO
           IF CODIGO-PEDIDO = ZEROS
               MOVE 1 TO SW-FIN-CAPTURA
           ELSE
               PERFORM VERIFICAR-AMIGO
           END-IF.

       VERIFICAR-AMIGO.
           MOVE CODIGO-PEDIDO TO CODIGO
           READ AMIGOS
               INVALID KEY
                   DISPLAY "NO EXISTE UN AMIGO CON ESE CODIGO"
               NOT INVALID KEY
                   MOVE NOMBRE TO NOMBRE-PEDIDO
                   DISPLAY "AMIGO: " NOMBRE-PEDIDO
                   PERFORM MOSTRAR-VINCULOS
                   PERFORM PEDIR-RELACIONADO
           END-READ.

       MOSTRAR-VINCULOS.
      * Primero los que el amigo anoto (su CODIGO adelante en la
      * clave), despues los que lo nombran a el por la clave
      * alterna.
           MOVE CODIGO-PEDIDO TO CODIGO-VIN
           MOVE ZEROS TO CODIGO-REL-VIN
           MOVE 0 TO SW-FIN-VINCULOS
           START VINCULOS KEY IS >= CLAVE-VIN
               INVALID KEY
                   MOVE 1 TO SW-FIN-VINCULOS
           END-START
           PERFORM LISTAR-VINCULO-PROPIO UNTIL SW-FIN-VINCULOS = 1
           MOVE CODIGO-PEDIDO TO CODIGO-REL-VIN
           MOVE 0 TO SW-FIN-VINCULOS
           START VINCULOS KEY IS = CODIGO-REL-VIN
               INVALID KEY
                   MOVE 1 TO SW-FIN-VINCULOS
           END-START
           PERFORM LISTAR-VINCULO-AJENO UNTIL SW-FIN-VINCULOS = 1.

       LISTAR-VINCULO-PROPIO.
           READ VINCULOS NEXT RECORD
             AT END
               MOVE 1 TO SW-FIN-VINCULOS
             NOT AT END
               IF CODIGO-VIN NOT = CODIGO-PEDIDO
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
               IF CODIGO-REL-VIN NOT = CODIGO-PEDIDO
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
      * El nombre del otro se busca en AMIGOS.DAT; un vinculo
      * suspendido es el de alguien archivado, que no esta ahi.
           MOVE CODIGO-OTRO TO CODIGO
           READ AMIGOS
               INVALID KEY
                   MOVE "(NO ESTA EN AMIGOS.DAT)" TO NOMBRE-OTRO
               NOT INVALID KEY
                   MOVE NOMBRE TO NOMBRE-OTRO
           END-READ
           IF ESTADO-VIN = "S"
               DISPLAY "  " TIPO-MOSTRADO " " CODIGO-OTRO " "
                   NOMBRE-OTRO " SUSPENDIDO"
           ELSE
               DISPLAY "  " TIPO-MOSTRADO " " CODIGO-OTRO " "
                   NOMBRE-OTRO
           END-IF.

       PEDIR-RELACIONADO.
           DISPLAY "CODIGO RELACIONADO (0 PARA NINGUNO): "
               WITH NO ADVANCING
           ACCEPT CODIGO-RELACIONADO
           EVALUATE TRUE
               WHEN CODIGO-RELACIONADO = ZEROS
                   CONTINUE
               WHEN CODIGO-RELACIONADO = CODIGO-PEDIDO
                   DISPLAY "NO SE PUEDE VINCULAR A UN AMIGO "
                       "CONSIGO MISMO"
               WHEN OTHER
                   PERFORM VERIFICAR-RELACIONADO
           END-EVALUATE.

       VERIFICAR-RELACIONADO.
           MOVE CODIGO-RELACIONADO TO CODIGO
           READ AMIGOS
               INVALID KEY
                   DISPLAY "NO EXISTE UN AMIGO CON ESE CODIGO, "
                       "VINCULO RECHAZADO"
               NOT INVALID KEY
                   DISPLAY "RELACIONADO: " NOMBRE
                   PERFORM BUSCAR-VINCULO
                   IF SW-VINCULO-HALLADO = 1
                       PERFORM CAMBIO-VINCULO
                   ELSE
                       PERFORM ALTA-VINCULO
                   END-IF
           END-READ.

       BUSCAR-VINCULO.
      * Una pareja tiene a lo sumo un vinculo, anotado desde
      * cualquiera de los dos lados.
           MOVE 0 TO SW-VINCULO-HALLADO
           MOVE CODIGO-PEDIDO TO CODIGO-VIN
           MOVE CODIGO-RELACIONADO TO CODIGO-REL-VIN
           READ VINCULOS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 1 TO SW-VINCULO-HALLADO
           END-READ
           IF SW-VINCULO-HALLADO = 0
               MOVE CODIGO-RELACIONADO TO CODIGO-VIN
               MOVE CODIGO-PEDIDO TO CODIGO-REL-VIN
               READ VINCULOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 1 TO SW-VINCULO-HALLADO
               END-READ
           END-IF.

       ALTA-VINCULO.
           PERFORM PEDIR-TIPO
           IF TIPO-PEDIDO NOT = SPACES
               MOVE "A" TO ESTADO-ANTERIOR
               PERFORM GRABAR-VINCULO
           END-IF.

       CAMBIO-VINCULO.
           DISPLAY "YA VINCULADOS: " CODIGO-VIN " " TIPO-VIN " "
               CODIGO-REL-VIN " ESTADO " ESTADO-VIN
           DISPLAY "C=CAMBIAR TIPO, B=BORRAR, VACIO=NADA: "
               WITH NO ADVANCING
           MOVE SPACE TO RESPUESTA
           ACCEPT RESPUESTA
           MOVE FUNCTION UPPER-CASE(RESPUESTA) TO RESPUESTA
           EVALUATE RESPUESTA
               WHEN "C"
                   PERFORM CAMBIAR-TIPO
               WHEN "B"
                   DELETE VINCULOS RECORD
                       INVALID KEY
                           DISPLAY "ERROR AL BORRAR EL VINCULO, "
                               "FILE STATUS " WS-FS-VINCULO
                       NOT INVALID KEY
                           DISPLAY "VINCULO BORRADO"
                           ADD 1 TO TOTAL-GRABADOS
                   END-DELETE
               WHEN OTHER
                   DISPLAY "SIN CAMBIOS"
           END-EVALUATE.

       CAMBIAR-TIPO.
      * El vinculo se vuelve a anotar desde el CODIGO pedido, asi
      * un REFERIDO nuevo queda en el sentido que se tipeo.
           PERFORM PEDIR-TIPO
           IF TIPO-PEDIDO NOT = SPACES
               MOVE ESTADO-VIN TO ESTADO-ANTERIOR
               DELETE VINCULOS RECORD
                   INVALID KEY
                       DISPLAY "ERROR AL CAMBIAR EL VINCULO, "
                           "FILE STATUS " WS-FS-VINCULO
                   NOT INVALID KEY
                       PERFORM GRABAR-VINCULO
               END-DELETE
           END-IF.

       PEDIR-TIPO.
           DISPLAY "TIPO (CONYUGE/FAMILIA/REFERIDO = FUE PRESENTADO "
               "POR EL RELACIONADO): " WITH NO ADVANCING
           MOVE SPACES TO TIPO-PEDIDO
           ACCEPT TIPO-PEDIDO
           MOVE FUNCTION UPPER-CASE(TIPO-PEDIDO) TO TIPO-PEDIDO
           IF TIPO-PEDIDO NOT = "CONYUGE"
              AND TIPO-PEDIDO NOT = "FAMILIA"
              AND TIPO-PEDIDO NOT = "REFERIDO"
               DISPLAY "TIPO INVALIDO"
               MOVE SPACES TO TIPO-PEDIDO
           END-IF.

       GRABAR-VINCULO.
           MOVE CODIGO-PEDIDO TO CODIGO-VIN
           MOVE CODIGO-RELACIONADO TO CODIGO-REL-VIN
           MOVE TIPO-PEDIDO TO TIPO-VIN
           MOVE ESTADO-ANTERIOR TO ESTADO-VIN
           WRITE REG-VINCULOS
               INVALID KEY
                   DISPLAY "ERROR AL GRABAR EL VINCULO, "
                       "FILE STATUS " WS-FS-VINCULO
               NOT INVALID KEY
                   DISPLAY "VINCULO GRABADO"
                   ADD 1 TO TOTAL-GRABADOS
           END-WRITE.
