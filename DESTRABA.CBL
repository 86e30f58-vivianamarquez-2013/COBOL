      * desde aca en vez de borrar archivos a mano. Liberar un
      * candado de un programa que sigue corriendo deja el archivo
      * sin proteccion, por eso se pide confirmacion expresa.
      * Mirar el candado pide perfil C; liberarlo, perfil S. El
      * candado muestra tambien el operador que lo tomo.
      *-------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       DATA DIVISION.
       FILE SECTION.
       FD CANDADO.
       01 REG-CANDADO PIC X(32).

       WORKING-STORAGE SECTION.
       01 WS-FS-CANDADO PIC XX.
       COPY CANDADWS.
       COPY FIRMAWS.
       01 VARIABLES.
           05 SW-OCUPADO PIC 9 VALUE 0.
           05 RESPUESTA PIC X(1).
      *----------------------------
       PROCEDURE DIVISION.
       PRINCIPAL.
           MOVE "DESTRABA" TO FUNCION-F.
           MOVE "C" TO NIVEL-F.
           CALL "FIRMAR" USING FIRMA-OPERADOR.
           IF AUTORIZADO-F = "S"
               PERFORM LEER-CANDADO
               IF SW-OCUPADO = 1
                   PERFORM OFRECER-LIBERAR
               ELSE
                   DISPLAY "AMIGOS.DAT SIN CANDADO"
               END-IF
           END-IF.
           STOP RUN.


       OFRECER-LIBERAR.
           DISPLAY "AMIGOS.DAT EN USO POR " PROGRAMA-LCK
               " DESDE " FECHA-HORA-LCK " OPERADOR " OPERADOR-LCK
           DISPLAY "LIBERAR EL CANDADO (S/N)? " WITH NO ADVANCING
           ACCEPT RESPUESTA
           MOVE FUNCTION UPPER-CASE(RESPUESTA) TO RESPUESTA
           IF RESPUESTA = "S"
      * Mirar el candado es de consulta; liberarlo pide perfil S.
               MOVE "DESTRABA LIBERAR" TO FUNCION-F
               MOVE "S" TO NIVEL-F
               CALL "FIRMAR" USING FIRMA-OPERADOR
           END-IF
           IF RESPUESTA = "S" AND AUTORIZADO-F = "S"
               OPEN OUTPUT CANDADO
               CLOSE CANDADO
               DISPLAY "CANDADO LIBERADO"
