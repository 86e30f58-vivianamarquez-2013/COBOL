      * volcar cada registro, revisa CODIGO duplicado, NOMBRE
      * en blanco y TELEFONO no numerico, y deja constancia de
      * cada CODIGO con problemas en un reporte de excepciones.
      *
      * Pide perfil C (ver FIRMAR.CBL).
      *-------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FD EXCEPCIONES.
       01 REG-EXCEPCION PIC X(50).
       FD CORRIDAS.
       01 REG-CORRIDA PIC X(53).

       WORKING-STORAGE SECTION.
       01 WS-FS-CONTROL PIC XX.
       COPY CORRIDWS.
       COPY FIRMAWS.
       01 REG-EXCEPCION-D.
           05 CODIGO-E PIC Z(5).
           05 FILLER PIC X VALUE SPACE.
       PROCEDURE DIVISION.
       PRINCIPAL.
           OPEN EXTEND CORRIDAS.
           MOVE "VALIDAR" TO FUNCION-F.
           MOVE "C" TO NIVEL-F.
           CALL "FIRMAR" USING FIRMA-OPERADOR.
           PERFORM GRABAR-CORRIDA-INICIO.
           IF AUTORIZADO-F = "S"
               PERFORM ABRIR-ARCHIVOS
               PERFORM ARRANCAR-ARCHIVO
               PERFORM PROCESAR UNTIL SW = 1
               DISPLAY "TOTAL DE EXCEPCIONES: " TOTAL-EXCEPCIONES
               PERFORM CERRAR-ARCHIVOS
           END-IF.
           PERFORM GRABAR-CORRIDA-FIN.
           CLOSE CORRIDAS.
      * GOBACK y no STOP RUN: corrido solo termina igual, pero
           MOVE "FIN" TO TIPO-C
           MOVE TOTAL-LEIDOS TO LEIDOS-C
           MOVE TOTAL-EXCEPCIONES TO GRABADOS-C
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
