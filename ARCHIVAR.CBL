      * AMIGOS-HIST.DAT y eliminandolos de AMIGOS.DAT, para que el
      * archivo activo y las corridas de MIGRAR no seniren
      * arrastrando contactos viejos.
      *
      * Los gastos del amigo en AMIGOS-GAS.DAT no se tocan: siguen
      * bajo su CODIGO y BALANCE los lista con el nombre de
      * AMIGOS-HIST.DAT. Al final se informa cuantos movimientos
      * de los archivados quedaron conservados.
      *
      * Los vinculos del amigo en AMIGOS-VIN.DAT (ver
      * VINCULEL.CPY) tampoco se borran: quedan suspendidos
      * (ESTADO-VIN "S") mientras este en el historial, para que
      * ETIQUETA no junte en un hogar a alguien que ya no esta en
      * AMIGOS.DAT, y REACTIVA los levanta si vuelve.
      *
      * Pide perfil M (ver FIRMAR.CBL).
      *-------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS CODIGO-H
             FILE STATUS IS WS-FS-HIST.
           COPY GASTOSEL.
           COPY VINCULEL.
           COPY CORRIDEL.
           COPY CANDADEL.
      *---------------------------
           05 DIRECCION-H PIC X(50).
           05 CATEGORIA-H PIC X(10).
           05 ESTADO-H PIC X(1).
       FD GASTOS.
       COPY GASTOSFD.
       FD VINCULOS.
       COPY VINCULFD.
       FD CORRIDAS.
       01 REG-CORRIDA PIC X(53).
       FD CANDADO.
       01 REG-CANDADO PIC X(32).

       WORKING-STORAGE SECTION.
       01 WS-FS-HIST PIC XX.
       01 WS-FS-GASTO PIC XX.
       01 WS-FS-VINCULO PIC XX.
       01 WS-FS-CONTROL PIC XX.
       01 WS-FS-CANDADO PIC XX.
       COPY CORRIDWS.
       COPY CANDADWS.
       COPY FIRMAWS.
       01 VARIABLES.
           05 SW PIC 9 VALUE 0.
           05 TOTAL-ARCHIVADOS PIC 9(5) VALUE ZEROS.
           05 TOTAL-LEIDOS PIC 9(5) VALUE ZEROS.
           05 SW-CANDADO-PROPIO PIC 9 VALUE 0.
           05 SW-HAY-GASTOS PIC 9 VALUE 0.
           05 SW-FIN-GASTOS PIC 9 VALUE 0.
           05 GASTOS-CONSERVADOS PIC 9(5) VALUE ZEROS.
           05 SW-HAY-VINCULOS PIC 9 VALUE 0.
           05 SW-FIN-VINCULOS PIC 9 VALUE 0.
           05 VINCULOS-SUSPENDIDOS PIC 9(5) VALUE ZEROS.
      *----------------------------
       PROCEDURE DIVISION.
       PRINCIPAL.
           OPEN EXTEND CORRIDAS.
           MOVE "ARCHIVAR" TO FUNCION-F.
           MOVE "M" TO NIVEL-F.
           CALL "FIRMAR" USING FIRMA-OPERADOR.
           PERFORM GRABAR-CORRIDA-INICIO.
           IF AUTORIZADO-F = "S"
               PERFORM TOMAR-CANDADO
           END-IF.
           IF SW-CANDADO-PROPIO = 1
               PERFORM ABRIR-ARCHIVOS
               PERFORM ARRANCAR-ARCHIVO
               PERFORM PROCESAR UNTIL SW = 1
               DISPLAY "TOTAL DE AMIGOS ARCHIVADOS: "
                   TOTAL-ARCHIVADOS
               DISPLAY "GASTOS CONSERVADOS DE LOS ARCHIVADOS: "
                   GASTOS-CONSERVADOS
               DISPLAY "VINCULOS SUSPENDIDOS: " VINCULOS-SUSPENDIDOS
               PERFORM CERRAR-ARCHIVOS
               PERFORM SOLTAR-CANDADO
           END-IF.
               PERFORM GRABAR-CANDADO
           ELSE
               DISPLAY "AMIGOS.DAT EN USO POR " PROGRAMA-LCK
                   " DESDE " FECHA-HORA-LCK " OPERADOR " OPERADOR-LCK
               DISPLAY "SI ES UN CANDADO VIEJO DE UNA CORRIDA "
                   "ABORTADA, REVISARLO CON DESTRABA"
           END-IF.
           OPEN OUTPUT CANDADO
           MOVE "ARCHIVAR" TO PROGRAMA-LCK
           MOVE FUNCTION CURRENT-DATE TO FECHA-HORA-LCK
           MOVE OPERADOR-F TO OPERADOR-LCK
           WRITE REG-CANDADO FROM REG-CANDADO-D
           CLOSE CANDADO.

       ABRIR-ARCHIVOS.
           OPEN I-O AMIGOS.
           PERFORM ABRIR-HISTORIAL.
           PERFORM ABRIR-GASTOS.
           PERFORM ABRIR-VINCULOS.

       ABRIR-HISTORIAL.
      * Igual que VERIFICAR-EXISTENTE/RESPALDAR-ARCHIVO de CREAR.CBL:
               OPEN OUTPUT HISTORIAL
           END-IF.

       ABRIR-GASTOS.
      * Solo para contar: sin AMIGOS-GAS.DAT no hay nada que
      * conservar.
           OPEN INPUT GASTOS
           IF WS-FS-GASTO = "00"
               MOVE 1 TO SW-HAY-GASTOS
           ELSE
               MOVE 0 TO SW-HAY-GASTOS
           END-IF.

       ABRIR-VINCULOS.
           OPEN I-O VINCULOS
           IF WS-FS-VINCULO = "00"
               MOVE 1 TO SW-HAY-VINCULOS
           ELSE
               MOVE 0 TO SW-HAY-VINCULOS
           END-IF.

       CERRAR-ARCHIVOS.
           CLOSE AMIGOS HISTORIAL.
           IF SW-HAY-GASTOS = 1
               CLOSE GASTOS
           END-IF.
           IF SW-HAY-VINCULOS = 1
               CLOSE VINCULOS
           END-IF.

       ARRANCAR-ARCHIVO.
           MOVE ZEROS TO CODIGO
                   DISPLAY "ERROR AL ARCHIVAR CODIGO " CODIGO
               NOT INVALID KEY
                   ADD 1 TO TOTAL-ARCHIVADOS
                   IF SW-HAY-GASTOS = 1
                       PERFORM CONTAR-GASTOS
                   END-IF
                   IF SW-HAY-VINCULOS = 1
                       PERFORM SUSPENDER-VINCULOS
                   END-IF
           END-DELETE.

       CONTAR-GASTOS.
           MOVE CODIGO-H TO CODIGO-GAS
           MOVE ZEROS TO FECHA-GAS NUMERO-GAS
           MOVE 0 TO SW-FIN-GASTOS
           START GASTOS KEY IS >= CLAVE-GAS
               INVALID KEY
                   MOVE 1 TO SW-FIN-GASTOS
           END-START
           PERFORM CONTAR-GASTO UNTIL SW-FIN-GASTOS = 1.

       CONTAR-GASTO.
           READ GASTOS NEXT RECORD
             AT END
               MOVE 1 TO SW-FIN-GASTOS
             NOT AT END
               IF CODIGO-GAS NOT = CODIGO-H
                   MOVE 1 TO SW-FIN-GASTOS
               ELSE
                   ADD 1 TO GASTOS-CONSERVADOS
               END-IF
           END-READ.

       SUSPENDER-VINCULOS.
      * Los que anoto el archivado y los que lo nombran a el,
      * por la clave alterna.
           MOVE CODIGO-H TO CODIGO-VIN
           MOVE ZEROS TO CODIGO-REL-VIN
           MOVE 0 TO SW-FIN-VINCULOS
           START VINCULOS KEY IS >= CLAVE-VIN
               INVALID KEY
                   MOVE 1 TO SW-FIN-VINCULOS
           END-START
           PERFORM SUSPENDER-VINCULO-PROPIO UNTIL SW-FIN-VINCULOS = 1
           MOVE CODIGO-H TO CODIGO-REL-VIN
           MOVE 0 TO SW-FIN-VINCULOS
           START VINCULOS KEY IS = CODIGO-REL-VIN
               INVALID KEY
                   MOVE 1 TO SW-FIN-VINCULOS
           END-START
           PERFORM SUSPENDER-VINCULO-AJENO UNTIL SW-FIN-VINCULOS = 1.

       SUSPENDER-VINCULO-PROPIO.
           READ VINCULOS NEXT RECORD
             AT END
               MOVE 1 TO SW-FIN-VINCULOS
             NOT AT END
               IF CODIGO-VIN NOT = CODIGO-H
                   MOVE 1 TO SW-FIN-VINCULOS
               ELSE
                   PERFORM SUSPENDER-VINCULO
               END-IF
           END-READ.

       SUSPENDER-VINCULO-AJENO.
           READ VINCULOS NEXT RECORD
             AT END
               MOVE 1 TO SW-FIN-VINCULOS
             NOT AT END
               IF CODIGO-REL-VIN NOT = CODIGO-H
                   MOVE 1 TO SW-FIN-VINCULOS
               ELSE
                   PERFORM SUSPENDER-VINCULO
               END-IF
           END-READ.

       SUSPENDER-VINCULO.
           IF ESTADO-VIN NOT = "S"
               MOVE "S" TO ESTADO-VIN
               REWRITE REG-VINCULOS
                   INVALID KEY
                       DISPLAY "ERROR AL SUSPENDER EL VINCULO "
                           CLAVE-VIN
                   NOT INVALID KEY
                       ADD 1 TO VINCULOS-SUSPENDIDOS
               END-REWRITE
           END-IF.

      * En la bitacora de corridas, LEIDOS-C es la cantidad de
      * registros que tenia AMIGOS.DAT antes de archivar y
      * GRABADOS-C los que se pasaron al historial: la resta da
       GRABAR-CORRIDA-FIN.
      * Una corrida que no consiguio el candado termina con
      * ESTADO-C A: no archivo nada porque el archivo estaba en
      * uso por otro programa, o porque el operador no tiene
      * perfil y ni siquiera lo pidio.
           MOVE "FIN" TO TIPO-C
           MOVE TOTAL-LEIDOS TO LEIDOS-C
           MOVE TOTAL-ARCHIVADOS TO GRABADOS-C

       GRABAR-CORRIDA.
           MOVE FUNCTION CURRENT-DATE TO FECHA-HORA-C
           MOVE OPERADOR-F TO OPERADOR-C
           WRITE REG-CORRIDA FROM REG-CORRIDA-D
           IF WS-FS-CONTROL NOT = "00"
               DISPLAY "ERROR AL GRABAR AMIGOS-CTL.TXT, FILE STATUS "
