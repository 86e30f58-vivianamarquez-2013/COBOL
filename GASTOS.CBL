       IDENTIFICATION DIVISION.
       PROGRAM-ID. GASTOS.
      *-------------------------
      * Carga y correccion de los gastos en amigos en
      * AMIGOS-GAS.DAT (ver GASTOSEL.CPY): regalos, cenas, flores,
      * con importe, concepto y una nota libre. El operador da el
      * CODIGO, que se verifica contra AMIGOS.DAT igual que en
      * CONTACTO; se muestran los gastos que ya tiene con su
      * total y se pide la fecha (vacia es hoy) y el numero de
      * movimiento: 0 asienta uno nuevo con el siguiente numero
      * libre del dia, otro numero trae ese movimiento para
      * corregirlo o borrarlo. El importe va con punto decimal y
      * puede ser negativo para una devolucion. Cada gasto nuevo
      * guarda la CATEGORIA que el amigo tiene en ese momento.
      * AMIGOS.DAT se abre solo INPUT y por eso no se toma el
      * candado, igual que CONTACTO.
      *
      * BALANCE lee este archivo para el informe anual contra el
      * presupuesto de cada categoria.
      *
      * Pide perfil M (ver FIRMAR.CBL).
      *-------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY AMIGOSEL.
           COPY GASTOSEL.
      *---------------------------
       DATA DIVISION.
       FILE SECTION.
       FD AMIGOS.
       COPY AMIGOSFD.
       FD GASTOS.
       COPY GASTOSFD.

       WORKING-STORAGE SECTION.
       01 WS-FS-GASTO PIC XX.
       COPY FIRMAWS.
       01 VARIABLES.
           05 SW-FIN-CAPTURA PIC 9 VALUE 0.
           05 SW-FIN-GASTOS PIC 9 VALUE 0.
           05 SW-ABIERTO PIC 9 VALUE 0.
           05 SW-FECHA-OK PIC 9 VALUE 0.
           05 SW-IMPORTE-OK PIC 9 VALUE 0.
           05 CODIGO-PEDIDO PIC 9(5) VALUE ZEROS.
           05 FECHA-PEDIDA PIC X(8).
           05 FECHA-MOVIMIENTO PIC 9(8).
           05 NUMERO-PEDIDO PIC 9(2) VALUE ZEROS.
           05 NUMERO-LIBRE PIC 9(3) VALUE ZEROS.
           05 IMPORTE-PEDIDO PIC X(12).
           05 TEXTO-PEDIDO PIC X(60).
           05 IMPORTE-EDITADO PIC -Z(6)9.99.
           05 TOTAL-AMIGO PIC S9(9)V99 VALUE ZEROS.
           05 TOTAL-EDITADO PIC -Z(8)9.99.
           05 RESPUESTA PIC X(1).
           05 TOTAL-GRABADOS PIC 9(5) VALUE ZEROS.
      *----------------------------
       PROCEDURE DIVISION.
       PRINCIPAL.
           MOVE "GASTOS" TO FUNCION-F.
           MOVE "M" TO NIVEL-F.
           CALL "FIRMAR" USING FIRMA-OPERADOR.
           IF AUTORIZADO-F = "S"
               OPEN INPUT AMIGOS
               PERFORM ABRIR-GASTOS
               IF SW-ABIERTO = 1
                   PERFORM CAPTURAR-GASTO UNTIL SW-FIN-CAPTURA = 1
                   DISPLAY "MOVIMIENTOS GRABADOS: " TOTAL-GRABADOS
                   CLOSE GASTOS
               END-IF
               CLOSE AMIGOS
           END-IF.
           STOP RUN.

       ABRIR-GASTOS.
      * Igual que ABRIR-FECHAS de FECHAS.CBL: si el archivo ya
      * existe se abre I-O, y solo si no existe (35) se crea y se
      * reabre I-O; con cualquier otro file status no se pisa.
           OPEN INPUT GASTOS
           EVALUATE WS-FS-GASTO
               WHEN "00"
                   CLOSE GASTOS
                   OPEN I-O GASTOS
                   MOVE 1 TO SW-ABIERTO
               WHEN "35"
                   OPEN OUTPUT GASTOS
                   CLOSE GASTOS
                   OPEN I-O GASTOS
                   MOVE 1 TO SW-ABIERTO
               WHEN OTHER
                   DISPLAY "NO SE PUDO ABRIR AMIGOS-GAS.DAT, "
                       "FILE STATUS " WS-FS-GASTO
           END-EVALUATE.

       CAPTURAR-GASTO.
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
                   DISPLAY "AMIGO: " NOMBRE " CATEGORIA: " CATEGORIA
                   PERFORM MOSTRAR-GASTOS
                   PERFORM PEDIR-MOVIMIENTO
           END-READ.

       MOSTRAR-GASTOS.
      * Los gastos del CODIGO estan contiguos por la clave
      * compuesta, como las fechas en FECHAS.CBL.
           MOVE CODIGO-PEDIDO TO CODIGO-GAS
           MOVE ZEROS TO FECHA-GAS NUMERO-GAS
           MOVE ZEROS TO TOTAL-AMIGO
           MOVE 0 TO SW-FIN-GASTOS
           START GASTOS KEY IS >= CLAVE-GAS
               INVALID KEY
                   MOVE 1 TO SW-FIN-GASTOS
           END-START
           PERFORM LISTAR-GASTO UNTIL SW-FIN-GASTOS = 1
           MOVE TOTAL-AMIGO TO TOTAL-EDITADO
           DISPLAY "  TOTAL GASTADO: " TOTAL-EDITADO.

       LISTAR-GASTO.
           READ GASTOS NEXT RECORD
             AT END
               MOVE 1 TO SW-FIN-GASTOS
             NOT AT END
               IF CODIGO-GAS NOT = CODIGO-PEDIDO
                   MOVE 1 TO SW-FIN-GASTOS
               ELSE
                   MOVE IMPORTE-GAS TO IMPORTE-EDITADO
                   DISPLAY "  " FECHA-GAS " " NUMERO-GAS " "
                       IMPORTE-EDITADO " " CONCEPTO-GAS " "
                       NOTA-GAS
                   ADD IMPORTE-GAS TO TOTAL-AMIGO
               END-IF
           END-READ.

       PEDIR-MOVIMIENTO.
           PERFORM PEDIR-FECHA
           IF SW-FECHA-OK = 1
               DISPLAY "NUMERO DE MOVIMIENTO (0 = NUEVO): "
                   WITH NO ADVANCING
               ACCEPT NUMERO-PEDIDO
               IF NUMERO-PEDIDO = ZEROS
                   PERFORM ALTA-GASTO
               ELSE
                   MOVE CODIGO-PEDIDO TO CODIGO-GAS
                   MOVE FECHA-MOVIMIENTO TO FECHA-GAS
                   MOVE NUMERO-PEDIDO TO NUMERO-GAS
                   READ GASTOS
                       INVALID KEY
                           DISPLAY "NO EXISTE ESE MOVIMIENTO"
                       NOT INVALID KEY
                           PERFORM CAMBIO-GASTO
                   END-READ
               END-IF
           END-IF.

       PEDIR-FECHA.
           MOVE 0 TO SW-FECHA-OK
           DISPLAY "FECHA (AAAAMMDD, VACIO = HOY): " WITH NO ADVANCING
           MOVE SPACES TO FECHA-PEDIDA
           ACCEPT FECHA-PEDIDA
           IF FECHA-PEDIDA = SPACES
               MOVE FUNCTION CURRENT-DATE(1:8) TO FECHA-PEDIDA
           END-IF
           IF FECHA-PEDIDA IS NOT NUMERIC
               DISPLAY "FECHA INVALIDA"
           ELSE
               MOVE FECHA-PEDIDA TO FECHA-MOVIMIENTO
               IF FUNCTION TEST-DATE-YYYYMMDD(FECHA-MOVIMIENTO) = 0
                   MOVE 1 TO SW-FECHA-OK
               ELSE
                   DISPLAY "FECHA INVALIDA"
               END-IF
           END-IF.

       ALTA-GASTO.
           PERFORM BUSCAR-NUMERO-LIBRE
           IF NUMERO-LIBRE > 99
               DISPLAY "YA HAY 99 MOVIMIENTOS DE ESE AMIGO EN ESE DIA"
           ELSE
               MOVE ZEROS TO IMPORTE-GAS
               PERFORM PEDIR-IMPORTE
               IF SW-IMPORTE-OK = 1
                   PERFORM GRABAR-GASTO
               END-IF
           END-IF.

       BUSCAR-NUMERO-LIBRE.
      * El siguiente al ultimo NUMERO-GAS del amigo en la fecha;
      * un numero que se borro no se vuelve a usar mientras haya
      * otro mas alto ese dia.
           MOVE 1 TO NUMERO-LIBRE
           MOVE CODIGO-PEDIDO TO CODIGO-GAS
           MOVE FECHA-MOVIMIENTO TO FECHA-GAS
           MOVE ZEROS TO NUMERO-GAS
           MOVE 0 TO SW-FIN-GASTOS
           START GASTOS KEY IS >= CLAVE-GAS
               INVALID KEY
                   MOVE 1 TO SW-FIN-GASTOS
           END-START
           PERFORM LEER-NUMERO UNTIL SW-FIN-GASTOS = 1.

       LEER-NUMERO.
           READ GASTOS NEXT RECORD
             AT END
               MOVE 1 TO SW-FIN-GASTOS
             NOT AT END
               IF CODIGO-GAS NOT = CODIGO-PEDIDO
                  OR FECHA-GAS NOT = FECHA-MOVIMIENTO
                   MOVE 1 TO SW-FIN-GASTOS
               ELSE
                   COMPUTE NUMERO-LIBRE = NUMERO-GAS + 1
               END-IF
           END-READ.

       GRABAR-GASTO.
           MOVE CODIGO-PEDIDO TO CODIGO-GAS
           MOVE FECHA-MOVIMIENTO TO FECHA-GAS
           MOVE NUMERO-LIBRE TO NUMERO-GAS
           MOVE CATEGORIA TO CATEGORIA-GAS
           DISPLAY "CONCEPTO: " WITH NO ADVANCING
           MOVE SPACES TO CONCEPTO-GAS
           ACCEPT CONCEPTO-GAS
           MOVE FUNCTION UPPER-CASE(CONCEPTO-GAS) TO CONCEPTO-GAS
           DISPLAY "NOTA: " WITH NO ADVANCING
           MOVE SPACES TO NOTA-GAS
           ACCEPT NOTA-GAS
           WRITE REG-GASTOS
               INVALID KEY
                   DISPLAY "ERROR AL GRABAR EL GASTO, "
                       "FILE STATUS " WS-FS-GASTO
               NOT INVALID KEY
                   DISPLAY "GASTO AGREGADO CON NUMERO " NUMERO-GAS
                   ADD 1 TO TOTAL-GRABADOS
           END-WRITE.

       CAMBIO-GASTO.
           MOVE IMPORTE-GAS TO IMPORTE-EDITADO
           DISPLAY "ACTUAL: " IMPORTE-EDITADO " " CONCEPTO-GAS " "
               NOTA-GAS
           DISPLAY "C=CORREGIR, B=BORRAR, VACIO=NADA: "
               WITH NO ADVANCING
           MOVE SPACE TO RESPUESTA
           ACCEPT RESPUESTA
           MOVE FUNCTION UPPER-CASE(RESPUESTA) TO RESPUESTA
           EVALUATE RESPUESTA
               WHEN "C"
                   PERFORM CORREGIR-GASTO
               WHEN "B"
                   DELETE GASTOS RECORD
                       INVALID KEY
                           DISPLAY "ERROR AL BORRAR EL GASTO, "
                               "FILE STATUS " WS-FS-GASTO
                       NOT INVALID KEY
                           DISPLAY "GASTO BORRADO"
                           ADD 1 TO TOTAL-GRABADOS
                   END-DELETE
               WHEN OTHER
                   DISPLAY "SIN CAMBIOS"
           END-EVALUATE.

       CORREGIR-GASTO.
      * Vacio deja cada dato como esta. La CATEGORIA-GAS no se
      * toca: es la del amigo cuando se hizo el gasto.
           PERFORM PEDIR-IMPORTE
           IF SW-IMPORTE-OK = 1
               DISPLAY "CONCEPTO (" CONCEPTO-GAS "): "
                   WITH NO ADVANCING
               MOVE SPACES TO TEXTO-PEDIDO
               ACCEPT TEXTO-PEDIDO
               IF TEXTO-PEDIDO NOT = SPACES
                   MOVE FUNCTION UPPER-CASE(TEXTO-PEDIDO)
                       TO CONCEPTO-GAS
               END-IF
               DISPLAY "NOTA (" NOTA-GAS "): " WITH NO ADVANCING
               MOVE SPACES TO TEXTO-PEDIDO
               ACCEPT TEXTO-PEDIDO
               IF TEXTO-PEDIDO NOT = SPACES
                   MOVE TEXTO-PEDIDO TO NOTA-GAS
               END-IF
               REWRITE REG-GASTOS
                   INVALID KEY
                       DISPLAY "ERROR AL CORREGIR EL GASTO, "
                           "FILE STATUS " WS-FS-GASTO
                   NOT INVALID KEY
                       DISPLAY "GASTO CORREGIDO"
                       ADD 1 TO TOTAL-GRABADOS
               END-REWRITE
           END-IF.

       PEDIR-IMPORTE.
      * En el alta el importe es obligatorio; en la correccion
      * vacio deja el que estaba. Cero no es un gasto.
           MOVE 0 TO SW-IMPORTE-OK
           MOVE IMPORTE-GAS TO IMPORTE-EDITADO
           DISPLAY "IMPORTE (" IMPORTE-EDITADO "): " WITH NO ADVANCING
           MOVE SPACES TO IMPORTE-PEDIDO
           ACCEPT IMPORTE-PEDIDO
           EVALUATE TRUE
               WHEN IMPORTE-PEDIDO = SPACES AND IMPORTE-GAS NOT = 0
                   MOVE 1 TO SW-IMPORTE-OK
               WHEN IMPORTE-PEDIDO = SPACES
                   DISPLAY "FALTA EL IMPORTE"
               WHEN FUNCTION TEST-NUMVAL(IMPORTE-PEDIDO) NOT = 0
                   DISPLAY "IMPORTE INVALIDO"
               WHEN FUNCTION NUMVAL(IMPORTE-PEDIDO) = 0
                   DISPLAY "IMPORTE EN CERO"
               WHEN FUNCTION ABS(FUNCTION NUMVAL(IMPORTE-PEDIDO))
                    >= 10000000
                   DISPLAY "IMPORTE DEMASIADO GRANDE"
               WHEN OTHER
                   COMPUTE IMPORTE-GAS =
                       FUNCTION NUMVAL(IMPORTE-PEDIDO)
                   MOVE 1 TO SW-IMPORTE-OK
           END-EVALUATE.
