      * empezar de cero. Cuando termina normalmente, el
      * checkpoint se limpia para que la proxima corrida completa
      * arranque desde el principio.
      *
      * Pide perfil C (ver FIRMAR.CBL).
      *-------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FD CHECKPOINT.
       01 REG-CHECKPOINT PIC 9(5).
       FD CORRIDAS.
       01 REG-CORRIDA PIC X(53).

       WORKING-STORAGE SECTION.
       COPY FIRMAWS.
       01 REG-DETALLE.
           05 CODIGO-D PIC Z(5).
           05 FILLER PIC X VALUE "|".
       PROCEDURE DIVISION.
       PRINCIPAL.
           OPEN EXTEND CORRIDAS.
           MOVE "MIGRAR" TO FUNCION-F.
           MOVE "C" TO NIVEL-F.
           CALL "FIRMAR" USING FIRMA-OPERADOR.
           PERFORM GRABAR-CORRIDA-INICIO.
           IF AUTORIZADO-F = "S"
               OPEN INPUT AMIGOS
               PERFORM LEER-CHECKPOINT
               PERFORM ABRIR-PLANO
               PERFORM ARRANCAR-ARCHIVO
               PERFORM PROCESAR UNTIL SW = 1
               PERFORM LIMPIAR-CHECKPOINT
               PERFORM CERRAR-ARCHIVOS
           END-IF.
           PERFORM GRABAR-CORRIDA-FIN.
           CLOSE CORRIDAS.
      * GOBACK y no STOP RUN: corrido solo termina igual, pero
           MOVE "FIN" TO TIPO-C
           MOVE TOTAL-LEIDOS TO LEIDOS-C
           MOVE TOTAL-GRABADOS TO GRABADOS-C
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
