      * En la bitacora, LEIDOS-C son los registros leidos de los
      * dos archivos y GRABADOS-C los grabados y verificados en
      * las copias.
      *
      * Pide perfil M (ver FIRMAR.CBL).
      *-------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FD GENERACIONES.
       01 REG-GENERACION PIC X(15).
       FD CORRIDAS.
       01 REG-CORRIDA PIC X(53).
       FD CANDADO.
       01 REG-CANDADO PIC X(32).

       WORKING-STORAGE SECTION.
       01 WS-FS-HIST PIC XX.
       01 WS-FS-CANDADO PIC XX.
       COPY CORRIDWS.
       COPY CANDADWS.
       COPY FIRMAWS.
       01 NOMBRE-RESPALDO PIC X(40).
       01 NOMBRE-RESPALDO-H PIC X(40).
       01 NOMBRE-VIEJO PIC X(40).
       PROCEDURE DIVISION.
       PRINCIPAL.
           OPEN EXTEND CORRIDAS.
           MOVE "RESPALDA" TO FUNCION-F.
           MOVE "M" TO NIVEL-F.
           CALL "FIRMAR" USING FIRMA-OPERADOR.
           PERFORM GRABAR-CORRIDA-INICIO.
           PERFORM LEER-PARAMETROS.
           IF AUTORIZADO-F = "S"
               PERFORM TOMAR-CANDADO
           END-IF.
           IF SW-CANDADO-PROPIO = 1
               PERFORM ARMAR-NOMBRES
               PERFORM RESPALDAR-AMIGOS
               PERFORM GRABAR-CANDADO
           ELSE
               DISPLAY "AMIGOS.DAT EN USO POR " PROGRAMA-LCK
                   " DESDE " FECHA-HORA-LCK " OPERADOR " OPERADOR-LCK
               DISPLAY "SI ES UN CANDADO VIEJO DE UNA CORRIDA "
                   "ABORTADA, REVISARLO CON DESTRABA"
           END-IF.
           OPEN OUTPUT CANDADO
           MOVE "RESPALDA" TO PROGRAMA-LCK
           MOVE FUNCTION CURRENT-DATE TO FECHA-HORA-LCK
           MOVE OPERADOR-F TO OPERADOR-LCK
           WRITE REG-CANDADO FROM REG-CANDADO-D
           CLOSE CANDADO.

           PERFORM GRABAR-CORRIDA.

       GRABAR-CORRIDA-FIN.
      * Una corrida sin perfil, sin candado o con una copia que
      * no verifica termina con ESTADO-C A, que corta la cadena
      * de OPERAR:
      * mejor no seguir la noche sin respaldo fresco.
           MOVE "FIN" TO TIPO-C
           COMPUTE TOTAL-LEIDOS = LEIDOS-AMIGOS + LEIDOS-HIST

       GRABAR-CORRIDA.
           MOVE FUNCTION CURRENT-DATE TO FECHA-HORA-C
           MOVE OPERADOR-F TO OPERADOR-C
           WRITE REG-CORRIDA FROM REG-CORRIDA-D
           IF WS-FS-CONTROL NOT = "00"
               DISPLAY "ERROR AL GRABAR AMIGOS-CTL.TXT, FILE STATUS "
