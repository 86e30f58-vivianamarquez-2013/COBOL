      * correr MIGRAR). En las ALTA desde el plano el ESTADO-M va
      * en blanco y MANTENER pone "A"; en los CAMBIO el ESTADO
      * anterior se conserva.
      *
      * Pide perfil C (ver FIRMAR.CBL); el lote de correccion
      * pide perfil M y, negado, queda solo el informe.
      *-------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FD CORRECCIONES.
       01 REG-CORRECCION PIC X(170).
       FD CORRIDAS.
       01 REG-CORRIDA PIC X(53).

       WORKING-STORAGE SECTION.
       01 WS-FS-CONTROL PIC XX.
       COPY CORRIDWS.
       COPY AMIGOSMV.
       COPY FIRMAWS.
       01 REG-DETALLE.
           05 CODIGO-D PIC Z(5).
           05 FILLER PIC X VALUE "|".
       PROCEDURE DIVISION.
       PRINCIPAL.
           OPEN EXTEND CORRIDAS.
           MOVE "CONCILIA" TO FUNCION-F.
           MOVE "C" TO NIVEL-F.
           CALL "FIRMAR" USING FIRMA-OPERADOR.
           PERFORM GRABAR-CORRIDA-INICIO.
           IF AUTORIZADO-F = "S"
               PERFORM PREGUNTAR-CORRECCION
               PERFORM ABRIR-ARCHIVOS
               PERFORM ARRANCAR-ARCHIVO
               WRITE REG-INFORME FROM LINEA-ENCABEZADO
               PERFORM LEER-DAT
               PERFORM LEER-TXT
               PERFORM CONCILIAR
                   UNTIL SW-FIN-DAT = 1 AND SW-FIN-TXT = 1
               PERFORM ESCRIBIR-TOTALES
               IF SW-CORREGIR = 1
                   DISPLAY "MOVIMIENTOS PROPUESTOS EN CONCILIA.MOV: "
                       TOTAL-CORRECCIONES
               END-IF
               PERFORM CERRAR-ARCHIVOS
           END-IF.
           PERFORM GRABAR-CORRIDA-FIN.
           CLOSE CORRIDAS.
      * GOBACK y no STOP RUN: corrido solo termina igual, pero
           ACCEPT RESPUESTA
           MOVE FUNCTION UPPER-CASE(RESPUESTA) TO RESPUESTA
           IF RESPUESTA = "D" OR RESPUESTA = "T"
               PERFORM AUTORIZAR-CORRECCION
           END-IF.

       AUTORIZAR-CORRECCION.
      * El lote de correccion pide perfil M. Negado, la corrida
      * sigue como la consulta que ya estaba autorizada y deja
      * solo el informe.
           MOVE "CONCILIA LOTE" TO FUNCION-F
           MOVE "M" TO NIVEL-F
           CALL "FIRMAR" USING FIRMA-OPERADOR
           IF AUTORIZADO-F = "S"
               MOVE 1 TO SW-CORREGIR
               MOVE RESPUESTA TO LADO-VERDAD
           ELSE
               DISPLAY "SE HACE SOLO EL INFORME"
               MOVE "S" TO AUTORIZADO-F
           END-IF.

       ABRIR-ARCHIVOS.
           MOVE LEIDOS-DAT TO LEIDOS-C
           COMPUTE GRABADOS-C =
               SOLO-DAT + SOLO-TXT + CON-DIFERENCIAS
      * Sin perfil para el paso la corrida termina con ESTADO-C A
      * y OPERAR corta la cadena.
           IF AUTORIZADO-F = "S"
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
