      * exista en AMIGOS.DAT, que se abre solo INPUT: este
      * programa no modifica el archivo de amigos y por eso no
      * toma el candado, igual que CONSULTA.
      *
      * Pide perfil M (ver FIRMAR.CBL).
      *-------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       WORKING-STORAGE SECTION.
       01 WS-FS-CONTACTO PIC XX.
       COPY FIRMAWS.
       01 VARIABLES.
           05 SW-FIN-CAPTURA PIC 9 VALUE 0.
           05 CODIGO-PEDIDO PIC 9(5) VALUE ZEROS.
      *----------------------------
       PROCEDURE DIVISION.
       PRINCIPAL.
           MOVE "CONTACTO" TO FUNCION-F.
           MOVE "M" TO NIVEL-F.
           CALL "FIRMAR" USING FIRMA-OPERADOR.
           IF AUTORIZADO-F = "S"
               OPEN INPUT AMIGOS
               PERFORM ABRIR-CONTACTOS
               PERFORM CAPTURAR-CONTACTO UNTIL SW-FIN-CAPTURA = 1
               DISPLAY "CONTACTOS REGISTRADOS: " TOTAL-REGISTRADOS
               CLOSE AMIGOS CONTACTOS
           END-IF.
           STOP RUN.

       ABRIR-CONTACTOS.
