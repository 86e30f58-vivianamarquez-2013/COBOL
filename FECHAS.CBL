       IDENTIFICATION DIVISION.
       PROGRAM-ID. FECHAS.
      *-------------------------
      * Mantenimiento de las fechas clave de los amigos en
      * AMIGOS-FEC.DAT (ver FECHASEL.CPY): cumpleanios,
      * aniversarios y otras fechas con una descripcion corta.
      * El operador da el CODIGO, que se verifica contra
      * AMIGOS.DAT igual que en CONTACTO; se muestran las fechas
      * que ya tiene y se elige el tipo. Un tipo que el amigo no
      * tiene se da de alta; uno que ya tiene se puede cambiar o
      * borrar. La fecha va como AAAAMMDD, con el anio en 0000
      * cuando no se sabe. AMIGOS.DAT se abre solo INPUT y por
      * eso no se toma el candado, igual que CONTACTO.
      *
      * AGENDA lee este archivo para el calendario de fechas
      * proximas.
      *
      * Pide perfil M (ver FIRMAR.CBL).
      *-------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY AMIGOSEL.
           COPY FECHASEL.
      *---------------------------
       DATA DIVISION.
       FILE SECTION.
       FD AMIGOS.
       COPY AMIGOSFD.
       FD FECHAS.
       COPY FECHASFD.

       WORKING-STORAGE SECTION.
       01 WS-FS-FECHA PIC XX.
       COPY FIRMAWS.
       01 VARIABLES.
           05 SW-FIN-CAPTURA PIC 9 VALUE 0.
           05 SW-FIN-FECHAS PIC 9 VALUE 0.
           05 SW-ABIERTO PIC 9 VALUE 0.
           05 SW-FECHA-OK PIC 9 VALUE 0.
           05 CODIGO-PEDIDO PIC 9(5) VALUE ZEROS.
           05 TIPO-PEDIDO PIC X(7).
           05 FECHA-PEDIDA PIC X(8).
           05 FECHA-CONTROL PIC 9(8).
           05 RESPUESTA PIC X(1).
           05 TOTAL-GRABADAS PIC 9(5) VALUE ZEROS.
      *----------------------------
       PROCEDURE DIVISION.
       PRINCIPAL.
           MOVE "FECHAS" TO FUNCION-F.
           MOVE "M" TO NIVEL-F.
           CALL "FIRMAR" USING FIRMA-OPERADOR.
           IF AUTORIZADO-F = "S"
               OPEN INPUT AMIGOS
               PERFORM ABRIR-FECHAS
               IF SW-ABIERTO = 1
                   PERFORM CAPTURAR-FECHA UNTIL SW-FIN-CAPTURA = 1
                   DISPLAY "FECHAS GRABADAS: " TOTAL-GRABADAS
                   CLOSE FECHAS
               END-IF
               CLOSE AMIGOS
           END-IF.
           STOP RUN.

       ABRIR-FECHAS.
      * Como ABRIR-CATEGORIAS de CATEGORI.CBL: si el archivo ya
      * existe se abre I-O, y solo si no existe (35) se crea y se
      * reabre I-O para poder leer y reescribir en la misma
      * sesion. Con cualquier otro file status no se pisa: se
      * informa y el programa no sigue.
           OPEN INPUT FECHAS
           EVALUATE WS-FS-FECHA
               WHEN "00"
                   CLOSE FECHAS
                   OPEN I-O FECHAS
                   MOVE 1 TO SW-ABIERTO
               WHEN "35"
                   OPEN OUTPUT FECHAS
                   CLOSE FECHAS
                   OPEN I-O FECHAS
                   MOVE 1 TO SW-ABIERTO
               WHEN OTHER
                   DISPLAY "NO SE PUDO ABRIR AMIGOS-FEC.DAT, "
                       "FILE STATUS " WS-FS-FECHA
           END-EVALUATE.

       CAPTURAR-FECHA.
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
                   DISPLAY "AMIGO: " NOMBRE
                   PERFORM MOSTRAR-FECHAS
                   PERFORM PEDIR-TIPO
           END-READ.

       MOSTRAR-FECHAS.
      * Las fechas del CODIGO estan contiguas por la clave
      * compuesta, como los contactos en DESCUIDO.
           MOVE CODIGO-PEDIDO TO CODIGO-FEC
           MOVE SPACES TO TIPO-FEC
           MOVE 0 TO SW-FIN-FECHAS
           START FECHAS KEY IS >= CLAVE-FEC
               INVALID KEY
                   MOVE 1 TO SW-FIN-FECHAS
           END-START
           PERFORM LISTAR-FECHA UNTIL SW-FIN-FECHAS = 1.

       LISTAR-FECHA.
           READ FECHAS NEXT RECORD
             AT END
               MOVE 1 TO SW-FIN-FECHAS
             NOT AT END
               IF CODIGO-FEC NOT = CODIGO-PEDIDO
                   MOVE 1 TO SW-FIN-FECHAS
               ELSE
                   DISPLAY "  " TIPO-FEC " " FECHA-FEC " "
                       DESCRIPCION-FEC
               END-IF
           END-READ.

       PEDIR-TIPO.
           DISPLAY "TIPO (CUMPLE/ANIVERS/OTRA): " WITH NO ADVANCING
           ACCEPT TIPO-PEDIDO
           MOVE FUNCTION UPPER-CASE(TIPO-PEDIDO) TO TIPO-PEDIDO
           IF TIPO-PEDIDO NOT = "CUMPLE"
              AND TIPO-PEDIDO NOT = "ANIVERS"
              AND TIPO-PEDIDO NOT = "OTRA"
               DISPLAY "TIPO INVALIDO"
           ELSE
               MOVE CODIGO-PEDIDO TO CODIGO-FEC
               MOVE TIPO-PEDIDO TO TIPO-FEC
               READ FECHAS
                   INVALID KEY
                       PERFORM ALTA-FECHA
                   NOT INVALID KEY
                       PERFORM CAMBIO-FECHA
               END-READ
           END-IF.

       ALTA-FECHA.
           PERFORM PEDIR-FECHA
           IF SW-FECHA-OK = 1
               DISPLAY "DESCRIPCION: " WITH NO ADVANCING
               ACCEPT DESCRIPCION-FEC
               MOVE FUNCTION UPPER-CASE(DESCRIPCION-FEC)
                   TO DESCRIPCION-FEC
               WRITE REG-FECHAS
                   INVALID KEY
                       DISPLAY "ERROR AL GRABAR LA FECHA, "
                           "FILE STATUS " WS-FS-FECHA
                   NOT INVALID KEY
                       DISPLAY "FECHA AGREGADA"
                       ADD 1 TO TOTAL-GRABADAS
               END-WRITE
           END-IF.

       CAMBIO-FECHA.
           DISPLAY "ACTUAL: " FECHA-FEC " " DESCRIPCION-FEC
           DISPLAY "C=CAMBIAR, B=BORRAR, VACIO=NADA: "
               WITH NO ADVANCING
           ACCEPT RESPUESTA
           MOVE FUNCTION UPPER-CASE(RESPUESTA) TO RESPUESTA
           EVALUATE RESPUESTA
               WHEN "C"
                   PERFORM CAMBIAR-DATOS
               WHEN "B"
                   DELETE FECHAS RECORD
                       INVALID KEY
                           DISPLAY "ERROR AL BORRAR LA FECHA, "
                               "FILE STATUS " WS-FS-FECHA
                       NOT INVALID KEY
                           DISPLAY "FECHA BORRADA"
                           ADD 1 TO TOTAL-GRABADAS
                   END-DELETE
               WHEN OTHER
                   DISPLAY "SIN CAMBIOS"
           END-EVALUATE.

       CAMBIAR-DATOS.
           PERFORM PEDIR-FECHA
           IF SW-FECHA-OK = 1
               DISPLAY "DESCRIPCION (" DESCRIPCION-FEC "): "
                   WITH NO ADVANCING
               ACCEPT DESCRIPCION-FEC
               MOVE FUNCTION UPPER-CASE(DESCRIPCION-FEC)
                   TO DESCRIPCION-FEC
               REWRITE REG-FECHAS
                   INVALID KEY
                       DISPLAY "ERROR AL CAMBIAR LA FECHA, "
                           "FILE STATUS " WS-FS-FECHA
                   NOT INVALID KEY
                       DISPLAY "FECHA CAMBIADA"
                       ADD 1 TO TOTAL-GRABADAS
               END-REWRITE
           END-IF.

       PEDIR-FECHA.
      * AAAAMMDD; con el anio en 0000 el dia se controla contra un
      * anio bisiesto, asi un 29 de febrero sin anio se acepta.
           MOVE 0 TO SW-FECHA-OK
           DISPLAY "FECHA (AAAAMMDD, ANIO 0000 SI NO SE SABE): "
               WITH NO ADVANCING
           ACCEPT FECHA-PEDIDA
           IF FECHA-PEDIDA IS NOT NUMERIC
               DISPLAY "FECHA INVALIDA"
           ELSE
               MOVE FECHA-PEDIDA TO FECHA-CONTROL
               IF FECHA-PEDIDA(1:4) = "0000"
                   MOVE "2000" TO FECHA-CONTROL(1:4)
               END-IF
               IF FUNCTION TEST-DATE-YYYYMMDD(FECHA-CONTROL) = 0
                   MOVE FECHA-PEDIDA TO FECHA-FEC
                   MOVE 1 TO SW-FECHA-OK
               ELSE
                   DISPLAY "FECHA INVALIDA"
               END-IF
           END-IF.
