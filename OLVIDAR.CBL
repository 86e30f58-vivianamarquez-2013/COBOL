      *   - borra el registro de AMIGOS.DAT y deja en el log una
      *     BAJA con los campos en blanco, para que un reproceso
      *     de RESTAURA vuelva a eliminarlo y las cuentas cierren;
      *     la BAJA se graba tambien si solo estaba archivado, para
      *     que la ultima linea del CODIGO en el log no quede como
      *     una imagen en blanco que INTEGRA marque en cada corrida;
      *   - borra el registro de AMIGOS-HIST.DAT;
      *   - borra sus fechas clave de AMIGOS-FEC.DAT;
      *   - saca sus gastos de AMIGOS-GAS.DAT y suma los importes
      *     al total anonimo (CODIGO 00000) del mismo anio y
      *     categoria, con fecha 31 de diciembre y sin nota: el
      *     informe anual de BALANCE sigue cerrando contra el
      *     presupuesto, pero ya no se sabe quien, que ni cuando;
      *     un gasto se borra solo si su total anonimo se grabo,
      *     si no queda y el certificado lo cuenta;
      *   - borra sus vinculos de AMIGOS-VIN.DAT, los que anoto y
      *     los que lo nombran, para que ninguno quede apuntando
      *     a nadie;
      *   - deja en blanco NOMBRE, TELEFONO, EMAIL y DIRECCION
      *     (antes y despues) en todas las lineas de ese CODIGO en
      *     AMIGOS-LOG.TXT, conservando la linea de la operacion
      *
      * Toma el candado como los demas programas que escriben
      * AMIGOS.DAT, y ademas porque reescribe AMIGOS-LOG.TXT.
      *
      * Pide perfil S (ver FIRMAR.CBL).
      *-------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS CODIGO-H
             FILE STATUS IS WS-FS-HIST.
           COPY FECHASEL.
           COPY GASTOSEL.
           COPY VINCULEL.
           SELECT AMIGOS-LOG
             ASSIGN TO RANDOM "AMIGOS-LOG.TXT"
             ORGANIZATION IS LINE SEQUENTIAL
           05 DIRECCION-H PIC X(50).
           05 CATEGORIA-H PIC X(10).
           05 ESTADO-H PIC X(1).
       FD FECHAS.
       COPY FECHASFD.
       FD GASTOS.
       COPY GASTOSFD.
       FD VINCULOS.
       COPY VINCULFD.
       FD AMIGOS-LOG.
       01 REG-LOG PIC X(243).
       FD TRABAJO.
       FD CERTIFICADO.
       01 REG-CERTIFICADO PIC X(80).
       FD CANDADO.
       01 REG-CANDADO PIC X(32).

       WORKING-STORAGE SECTION.
       01 WS-FS-HIST PIC XX.
       01 WS-FS-FECHA PIC XX.
       01 WS-FS-GASTO PIC XX.
       01 WS-FS-VINCULO PIC XX.
       01 WS-FS-LOG PIC XX.
       01 WS-FS-PLANO PIC XX.
       01 WS-FS-EXTRACTO PIC XX.
       01 WS-FS-CANDADO PIC XX.
       COPY AMIGOSLG.
       COPY CANDADWS.
       COPY FIRMAWS.
       01 REG-DETALLE.
           05 CODIGO-D PIC Z(5).
           05 FILLER PIC X VALUE "|".
           05 ARCHIVO-CERT PIC X(16).
           05 FILLER PIC X(2) VALUE ": ".
           05 DETALLE-CERT PIC X(50).
      * Importes de la persona por anio y categoria, juntados en
      * la primera pasada por AMIGOS-GAS.DAT y sumados a los
      * totales anonimos en la segunda.
       01 TABLA-ANONIMOS.
           05 ENTRADA-ANONIMO OCCURS 50 TIMES.
               10 ANIO-ANO PIC 9(4).
               10 CATEGORIA-ANO PIC X(10).
               10 IMPORTE-ANO PIC S9(7)V99.
               10 SW-POSTEADO-ANO PIC 9.
       01 VARIABLES.
           05 SW-CONTINUAR PIC 9 VALUE 1.
           05 SW-CANDADO-PROPIO PIC 9 VALUE 0.
           05 SW-FIN-ARCHIVO PIC 9 VALUE 0.
           05 SW-FIN-FECHAS PIC 9 VALUE 0.
           05 SW-FIN-GASTOS PIC 9 VALUE 0.
           05 SW-ANONIMO-HALLADO PIC 9 VALUE 0.
           05 SW-FIN-VINCULOS PIC 9 VALUE 0.
           05 SW-ESTABA-AMIGOS PIC 9 VALUE 0.
           05 SW-ESTABA-HIST PIC 9 VALUE 0.
           05 RESPUESTA PIC X(1).
           05 CODIGO-EDITADO PIC Z(5).
           05 FECHA-HORA PIC X(14).
           05 LINEAS-ANONIMIZADAS PIC 9(5) VALUE ZEROS.
           05 FECHAS-BORRADAS PIC 9(5) VALUE ZEROS.
           05 VINCULOS-BORRADOS PIC 9(5) VALUE ZEROS.
           05 GASTOS-ANONIMIZADOS PIC 9(5) VALUE ZEROS.
           05 GASTOS-NO-ANONIMIZADOS PIC 9(5) VALUE ZEROS.
           05 TOTAL-ANONIMOS PIC 9(2) VALUE ZEROS.
           05 IND PIC 9(2) VALUE ZEROS.
           05 IND-ANO PIC 9(2) VALUE ZEROS.
           05 FECHA-ANONIMA PIC 9(8).
           05 NUMERO-LIBRE PIC 9(3) VALUE ZEROS.
           05 APARICIONES-PLANO PIC 9(5) VALUE ZEROS.
           05 APARICIONES-EXT PIC 9(5) VALUE ZEROS.
      *----------------------------
       PROCEDURE DIVISION.
       PRINCIPAL.
           MOVE "OLVIDAR" TO FUNCION-F.
           MOVE "S" TO NIVEL-F.
           CALL "FIRMAR" USING FIRMA-OPERADOR.
           IF AUTORIZADO-F = "S"
               PERFORM PEDIR-CODIGO
           ELSE
               MOVE 0 TO SW-CONTINUAR
           END-IF.
           IF SW-CONTINUAR = 1
               PERFORM CONFIRMAR
           END-IF.
               IF SW-CANDADO-PROPIO = 1
                   PERFORM BORRAR-DE-AMIGOS
                   PERFORM BORRAR-DE-HISTORIAL
                   PERFORM BORRAR-DE-FECHAS
                   PERFORM ANONIMIZAR-GASTOS
                   PERFORM BORRAR-DE-VINCULOS
                   PERFORM ANONIMIZAR-LOG
                   IF SW-ESTABA-AMIGOS = 1 OR SW-ESTABA-HIST = 1
                       PERFORM GRABAR-BAJA-LOG
                   END-IF
                   PERFORM REVISAR-PLANO
               PERFORM GRABAR-CANDADO
           ELSE
               DISPLAY "AMIGOS.DAT EN USO POR " PROGRAMA-LCK
                   " DESDE " FECHA-HORA-LCK " OPERADOR " OPERADOR-LCK
               DISPLAY "SI ES UN CANDADO VIEJO DE UNA CORRIDA "
                   "ABORTADA, REVISARLO CON DESTRABA"
           END-IF.
           OPEN OUTPUT CANDADO
           MOVE "OLVIDAR" TO PROGRAMA-LCK
           MOVE FUNCTION CURRENT-DATE TO FECHA-HORA-LCK
           MOVE OPERADOR-F TO OPERADOR-LCK
           WRITE REG-CANDADO FROM REG-CANDADO-D
           CLOSE CANDADO.

               CLOSE HISTORIAL
           END-IF.

       BORRAR-DE-FECHAS.
      * Las fechas del CODIGO estan contiguas por la clave
      * compuesta: se posiciona a la primera y se borran hasta
      * que cambie el CODIGO.
           OPEN I-O FECHAS
           IF WS-FS-FECHA = "00"
               MOVE CODIGO-PEDIDO TO CODIGO-FEC
               MOVE SPACES TO TIPO-FEC
               MOVE 0 TO SW-FIN-FECHAS
               START FECHAS KEY IS >= CLAVE-FEC
                   INVALID KEY
                       MOVE 1 TO SW-FIN-FECHAS
               END-START
               PERFORM BORRAR-FECHA UNTIL SW-FIN-FECHAS = 1
               CLOSE FECHAS
           END-IF.

       BORRAR-FECHA.
           READ FECHAS NEXT RECORD
             AT END
               MOVE 1 TO SW-FIN-FECHAS
             NOT AT END
               IF CODIGO-FEC NOT = CODIGO-PEDIDO
                   MOVE 1 TO SW-FIN-FECHAS
               ELSE
                   DELETE FECHAS RECORD
                       INVALID KEY
                           DISPLAY "ERROR AL ELIMINAR DE "
                               "AMIGOS-FEC.DAT"
                       NOT INVALID KEY
                           ADD 1 TO FECHAS-BORRADAS
                   END-DELETE
               END-IF
           END-READ.

       ANONIMIZAR-GASTOS.
      * Tres pasadas: la primera recorre los gastos del CODIGO,
      * que estan contiguos por la clave, y los junta en la tabla
      * por anio y categoria; la segunda suma cada entrada de la
      * tabla a su total anonimo y la marca posteada solo si el
      * total se grabo; la tercera vuelve a recorrer los gastos
      * del CODIGO y borra los de entradas posteadas. Los de una
      * entrada que no se pudo postear quedan en el archivo y se
      * cuentan como no sacados, asi el importe no se pierde ni
      * de la persona ni del total. Separadas porque buscar el
      * total mueve la posicion de lectura del archivo.
           OPEN I-O GASTOS
           IF WS-FS-GASTO = "00"
               PERFORM POSICIONAR-GASTOS
               PERFORM JUNTAR-GASTO UNTIL SW-FIN-GASTOS = 1
               PERFORM SUMAR-A-ANONIMO
                   VARYING IND FROM 1 BY 1
                   UNTIL IND > TOTAL-ANONIMOS
               PERFORM POSICIONAR-GASTOS
               PERFORM SACAR-GASTO UNTIL SW-FIN-GASTOS = 1
               CLOSE GASTOS
           END-IF.

       POSICIONAR-GASTOS.
           MOVE CODIGO-PEDIDO TO CODIGO-GAS
           MOVE ZEROS TO FECHA-GAS NUMERO-GAS
           MOVE 0 TO SW-FIN-GASTOS
           START GASTOS KEY IS >= CLAVE-GAS
               INVALID KEY
                   MOVE 1 TO SW-FIN-GASTOS
           END-START.

       JUNTAR-GASTO.
           READ GASTOS NEXT RECORD
             AT END
               MOVE 1 TO SW-FIN-GASTOS
             NOT AT END
               IF CODIGO-GAS NOT = CODIGO-PEDIDO
                   MOVE 1 TO SW-FIN-GASTOS
               ELSE
                   PERFORM UBICAR-EN-TABLA
                   IF IND-ANO = ZEROS
                       DISPLAY "TABLA DE TOTALES ANONIMOS LLENA, "
                           "QUEDA EL GASTO " CLAVE-GAS
                   ELSE
                       ADD IMPORTE-GAS TO IMPORTE-ANO(IND-ANO)
                   END-IF
               END-IF
           END-READ.

       SACAR-GASTO.
      * Sin entrada en la tabla (estaba llena) o con la entrada
      * sin postear, el gasto queda.
           READ GASTOS NEXT RECORD
             AT END
               MOVE 1 TO SW-FIN-GASTOS
             NOT AT END
               IF CODIGO-GAS NOT = CODIGO-PEDIDO
                   MOVE 1 TO SW-FIN-GASTOS
               ELSE
                   MOVE ZEROS TO IND-ANO
                   PERFORM COMPARAR-ENTRADA
                       VARYING IND FROM 1 BY 1
                       UNTIL IND > TOTAL-ANONIMOS
                   IF IND-ANO = ZEROS
                       ADD 1 TO GASTOS-NO-ANONIMIZADOS
                   ELSE
                       IF SW-POSTEADO-ANO(IND-ANO) = 1
                           PERFORM BORRAR-GASTO
                       ELSE
                           ADD 1 TO GASTOS-NO-ANONIMIZADOS
                       END-IF
                   END-IF
               END-IF
           END-READ.

       UBICAR-EN-TABLA.
      * Deja en IND-ANO la entrada del anio y categoria del gasto
      * leido, agregandola si no estaba; en ceros si no hay lugar.
           MOVE ZEROS TO IND-ANO
           PERFORM COMPARAR-ENTRADA
               VARYING IND FROM 1 BY 1
               UNTIL IND > TOTAL-ANONIMOS
           IF IND-ANO = ZEROS AND TOTAL-ANONIMOS < 50
               ADD 1 TO TOTAL-ANONIMOS
               MOVE TOTAL-ANONIMOS TO IND-ANO
               MOVE FECHA-GAS(1:4) TO ANIO-ANO(IND-ANO)
               MOVE CATEGORIA-GAS TO CATEGORIA-ANO(IND-ANO)
               MOVE ZEROS TO IMPORTE-ANO(IND-ANO)
               MOVE 0 TO SW-POSTEADO-ANO(IND-ANO)
           END-IF.

       COMPARAR-ENTRADA.
           IF ANIO-ANO(IND) = FECHA-GAS(1:4)
              AND CATEGORIA-ANO(IND) = CATEGORIA-GAS
               MOVE IND TO IND-ANO
           END-IF.

       BORRAR-GASTO.
      * Si el borrado falla el importe ya esta en el total
      * anonimo: el gasto queda contado dos veces hasta que se
      * lo borre a mano, y el certificado lo cuenta como no
      * sacado.
           DELETE GASTOS RECORD
               INVALID KEY
                   DISPLAY "ERROR AL ELIMINAR DE AMIGOS-GAS.DAT "
                       CLAVE-GAS ", YA SUMADO AL TOTAL ANONIMO"
                   ADD 1 TO GASTOS-NO-ANONIMIZADOS
               NOT INVALID KEY
                   ADD 1 TO GASTOS-ANONIMIZADOS
           END-DELETE.

       SUMAR-A-ANONIMO.
      * Los totales anonimos de un anio van todos al 31 de
      * diciembre, uno por categoria con su propio NUMERO-GAS:
      * se recorren los de esa fecha buscando la categoria; si no
      * esta, se agrega con el numero siguiente.
           COMPUTE FECHA-ANONIMA = ANIO-ANO(IND) * 10000 + 1231
           MOVE ZEROS TO CODIGO-GAS NUMERO-GAS
           MOVE FECHA-ANONIMA TO FECHA-GAS
           MOVE 1 TO NUMERO-LIBRE
           MOVE 0 TO SW-FIN-GASTOS SW-ANONIMO-HALLADO
           START GASTOS KEY IS >= CLAVE-GAS
               INVALID KEY
                   MOVE 1 TO SW-FIN-GASTOS
           END-START
           PERFORM BUSCAR-ANONIMO UNTIL SW-FIN-GASTOS = 1
           IF SW-ANONIMO-HALLADO = 1
               ADD IMPORTE-ANO(IND) TO IMPORTE-GAS
               REWRITE REG-GASTOS
                   INVALID KEY
                       DISPLAY "ERROR AL SUMAR AL TOTAL ANONIMO "
                           CLAVE-GAS
                   NOT INVALID KEY
                       MOVE 1 TO SW-POSTEADO-ANO(IND)
               END-REWRITE
           ELSE
               PERFORM GRABAR-ANONIMO
           END-IF.

       BUSCAR-ANONIMO.
           READ GASTOS NEXT RECORD
             AT END
               MOVE 1 TO SW-FIN-GASTOS
             NOT AT END
               IF CODIGO-GAS NOT = ZEROS
                  OR FECHA-GAS NOT = FECHA-ANONIMA
                   MOVE 1 TO SW-FIN-GASTOS
               ELSE
                   IF CATEGORIA-GAS = CATEGORIA-ANO(IND)
                       MOVE 1 TO SW-ANONIMO-HALLADO
                       MOVE 1 TO SW-FIN-GASTOS
                   ELSE
                       COMPUTE NUMERO-LIBRE = NUMERO-GAS + 1
                   END-IF
               END-IF
           END-READ.

       GRABAR-ANONIMO.
           IF NUMERO-LIBRE > 99
               DISPLAY "SIN NUMERO LIBRE PARA EL TOTAL ANONIMO DE "
                   FECHA-ANONIMA
           ELSE
               MOVE SPACES TO REG-GASTOS
               MOVE ZEROS TO CODIGO-GAS
               MOVE FECHA-ANONIMA TO FECHA-GAS
               MOVE NUMERO-LIBRE TO NUMERO-GAS
               MOVE IMPORTE-ANO(IND) TO IMPORTE-GAS
               MOVE "TOTAL ANONIMO" TO CONCEPTO-GAS
               MOVE CATEGORIA-ANO(IND) TO CATEGORIA-GAS
               WRITE REG-GASTOS
                   INVALID KEY
                       DISPLAY "ERROR AL GRABAR EL TOTAL ANONIMO "
                           CLAVE-GAS
                   NOT INVALID KEY
                       MOVE 1 TO SW-POSTEADO-ANO(IND)
               END-WRITE
           END-IF.

       BORRAR-DE-VINCULOS.
      * Primero los que anoto la persona (su CODIGO adelante en
      * la clave), despues los que la nombran, por la clave
      * alterna.
           OPEN I-O VINCULOS
           IF WS-FS-VINCULO = "00"
               MOVE CODIGO-PEDIDO TO CODIGO-VIN
               MOVE ZEROS TO CODIGO-REL-VIN
               MOVE 0 TO SW-FIN-VINCULOS
               START VINCULOS KEY IS >= CLAVE-VIN
                   INVALID KEY
                       MOVE 1 TO SW-FIN-VINCULOS
               END-START
               PERFORM BORRAR-VINCULO-PROPIO
                   UNTIL SW-FIN-VINCULOS = 1
               MOVE CODIGO-PEDIDO TO CODIGO-REL-VIN
               MOVE 0 TO SW-FIN-VINCULOS
               START VINCULOS KEY IS = CODIGO-REL-VIN
                   INVALID KEY
                       MOVE 1 TO SW-FIN-VINCULOS
               END-START
               PERFORM BORRAR-VINCULO-AJENO
                   UNTIL SW-FIN-VINCULOS = 1
               CLOSE VINCULOS
           END-IF.

       BORRAR-VINCULO-PROPIO.
           READ VINCULOS NEXT RECORD
             AT END
               MOVE 1 TO SW-FIN-VINCULOS
             NOT AT END
               IF CODIGO-VIN NOT = CODIGO-PEDIDO
                   MOVE 1 TO SW-FIN-VINCULOS
               ELSE
                   PERFORM BORRAR-VINCULO
               END-IF
           END-READ.

       BORRAR-VINCULO-AJENO.
           READ VINCULOS NEXT RECORD
             AT END
               MOVE 1 TO SW-FIN-VINCULOS
             NOT AT END
               IF CODIGO-REL-VIN NOT = CODIGO-PEDIDO
                   MOVE 1 TO SW-FIN-VINCULOS
               ELSE
                   PERFORM BORRAR-VINCULO
               END-IF
           END-READ.

       BORRAR-VINCULO.
           DELETE VINCULOS RECORD
               INVALID KEY
                   DISPLAY "ERROR AL ELIMINAR DE AMIGOS-VIN.DAT"
               NOT INVALID KEY
                   ADD 1 TO VINCULOS-BORRADOS
           END-DELETE.

       ANONIMIZAR-LOG.
      * Mismo esquema de reescritura por DEPURAR.TMP que usa
      * DEPURAR: una pasada separando, otra reescribiendo. Las
       GRABAR-BAJA-LOG.
      * La eliminacion de AMIGOS.DAT queda en el log como una
      * BAJA sin datos personales: un reproceso de RESTAURA la
      * reaplica como DELETE y los totales siguen cerrando. Si
      * la persona solo estaba en AMIGOS-HIST.DAT, la BAJA cierra
      * igual su cadena en el log (INTEGRA la toma como final) y
      * el reproceso la rechaza como inexistente, sin efecto; va
      * marcada con ESTADO-DESPUES-LOG "H" para que ESTADIST no
      * la reste otra vez, porque ya salio de AMIGOS.DAT con la
      * corrida de ARCHIVAR.
           OPEN EXTEND AMIGOS-LOG
           IF WS-FS-LOG NOT = "00"
               DISPLAY "ERROR AL ABRIR AMIGOS-LOG.TXT, FILE STATUS "
               MOVE SPACES TO REG-LOG-D
               MOVE CODIGO-PEDIDO TO CODIGO-LOG
               MOVE "BAJA" TO OPERACION-LOG
               IF SW-ESTABA-AMIGOS = 0
                   MOVE "H" TO ESTADO-DESPUES-LOG
               END-IF
               MOVE FUNCTION CURRENT-DATE TO FECHA-HORA-LOG
               WRITE REG-LOG FROM REG-LOG-D
               CLOSE AMIGOS-LOG
           WRITE REG-CERTIFICADO FROM LINEA-CODIGO
           PERFORM CERTIFICAR-AMIGOS
           PERFORM CERTIFICAR-HISTORIAL
           PERFORM CERTIFICAR-FECHAS
           PERFORM CERTIFICAR-GASTOS
           PERFORM CERTIFICAR-VINCULOS
           PERFORM CERTIFICAR-LOG
           PERFORM CERTIFICAR-PLANO
           PERFORM CERTIFICAR-EXTRACTO
           END-IF
           PERFORM GRABAR-RESULTADO.

       CERTIFICAR-FECHAS.
           MOVE "AMIGOS-FEC.DAT" TO ARCHIVO-CERT
           IF FECHAS-BORRADAS = ZEROS
               MOVE "SIN FECHAS DE ESE CODIGO" TO DETALLE-CERT
           ELSE
               MOVE FECHAS-BORRADAS TO DETALLE-CERT(1:5)
               MOVE " FECHAS ENCONTRADAS Y ELIMINADAS"
                   TO DETALLE-CERT(6:40)
           END-IF
           PERFORM GRABAR-RESULTADO.

       CERTIFICAR-GASTOS.
           MOVE "AMIGOS-GAS.DAT" TO ARCHIVO-CERT
           IF GASTOS-ANONIMIZADOS = ZEROS
               MOVE "SIN GASTOS DE ESE CODIGO" TO DETALLE-CERT
           ELSE
               MOVE GASTOS-ANONIMIZADOS TO DETALLE-CERT(1:5)
               MOVE " GASTOS PASADOS A TOTALES ANONIMOS"
                   TO DETALLE-CERT(6:40)
           END-IF
           PERFORM GRABAR-RESULTADO
           IF GASTOS-NO-ANONIMIZADOS > ZEROS
               MOVE GASTOS-NO-ANONIMIZADOS TO DETALLE-CERT(1:5)
               MOVE " GASTOS NO SE PUDIERON SACAR, VER A MANO"
                   TO DETALLE-CERT(6:45)
               PERFORM GRABAR-RESULTADO
           END-IF.

       CERTIFICAR-VINCULOS.
           MOVE "AMIGOS-VIN.DAT" TO ARCHIVO-CERT
           IF VINCULOS-BORRADOS = ZEROS
               MOVE "SIN VINCULOS DE ESE CODIGO" TO DETALLE-CERT
           ELSE
               MOVE VINCULOS-BORRADOS TO DETALLE-CERT(1:5)
               MOVE " VINCULOS ENCONTRADOS Y ELIMINADOS"
                   TO DETALLE-CERT(6:40)
           END-IF
           PERFORM GRABAR-RESULTADO.

       CERTIFICAR-LOG.
           MOVE "AMIGOS-LOG.TXT" TO ARCHIVO-CERT
           IF LINEAS-ANONIMIZADAS = ZEROS
