      * final. AMIGOS.TXT (PLANO) sigue siendo el formato plano
      * que usan MIGRAR/CARGAR; este es un reporte aparte para
      * entregar o imprimir.
      *
      * Pide perfil C (ver FIRMAR.CBL).
      *-------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FD CATEGORIAS.
       COPY CATEGOFD.
       FD CORRIDAS.
       01 REG-CORRIDA PIC X(53).

       WORKING-STORAGE SECTION.
       01 WS-FS-CATEGORIA PIC XX.
       01 WS-FS-CONTROL PIC XX.
       COPY CORRIDWS.
       COPY FIRMAWS.
       01 LINEA-ENCABEZADO-1 PIC X(161)
           VALUE "LISTADO DE AMIGOS".
       01 LINEA-ENCABEZADO-2.
       PROCEDURE DIVISION.
       PRINCIPAL.
           OPEN EXTEND CORRIDAS.
           MOVE "REPORTE" TO FUNCION-F.
           MOVE "C" TO NIVEL-F.
           CALL "FIRMAR" USING FIRMA-OPERADOR.
           PERFORM GRABAR-CORRIDA-INICIO.
           IF AUTORIZADO-F = "S"
               PERFORM ABRIR-ARCHIVOS
               PERFORM ARRANCAR-ARCHIVO
               PERFORM ESCRIBIR-ENCABEZADOS
               PERFORM PROCESAR UNTIL SW = 1
               PERFORM ESCRIBIR-TRAILER
               PERFORM CERRAR-ARCHIVOS
           END-IF.
           PERFORM GRABAR-CORRIDA-FIN.
           CLOSE CORRIDAS.
           STOP RUN.
           MOVE "FIN" TO TIPO-C
           MOVE TOTAL-AMIGOS TO LEIDOS-C
           MOVE TOTAL-AMIGOS TO GRABADOS-C
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
