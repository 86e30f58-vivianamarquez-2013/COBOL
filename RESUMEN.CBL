      * pagina aparte, las estadisticas: total y porcentaje del
      * total general por cada categoria. El informe queda en
      * RESUMEN.RPT.
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
           VALUE "RESUMEN DE AMIGOS POR CATEGORIA".
       01 LINEA-TITULO-GRUPO.
       PROCEDURE DIVISION.
       PRINCIPAL.
           OPEN EXTEND CORRIDAS.
           MOVE "RESUMEN" TO FUNCION-F.
           MOVE "C" TO NIVEL-F.
           CALL "FIRMAR" USING FIRMA-OPERADOR.
           PERFORM GRABAR-CORRIDA-INICIO.
           IF AUTORIZADO-F = "S"
               PERFORM RESUMIR
           END-IF.
           PERFORM GRABAR-CORRIDA-FIN.
           CLOSE CORRIDAS.
           STOP RUN.

       RESUMIR.
           OPEN INPUT AMIGOS.
           PERFORM ABRIR-CATEGORIAS.
           OPEN OUTPUT INFORME.
           END-IF.
           DISPLAY "TOTAL DE AMIGOS: " TOTAL-GENERAL.
           DISPLAY "TOTAL DE CATEGORIAS: " TOTAL-CATEGORIAS.

       ABRIR-CATEGORIAS.
      * Sin CATEGORI.DAT el resumen sale como siempre, solo que
           MOVE "FIN" TO TIPO-C
           MOVE TOTAL-GENERAL TO LEIDOS-C
           MOVE TOTAL-GENERAL TO GRABADOS-C
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
