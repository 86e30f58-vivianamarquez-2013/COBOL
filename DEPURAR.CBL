      * perderia movimientos. La corrida queda en la bitacora con
      * LEIDOS-C el total de entradas revisadas y GRABADOS-C las
      * movidas a segmentos.
      *
      * Pide perfil M (ver FIRMAR.CBL).
      *-------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FD ARCHIVO-LOG.
       01 REG-ARCHIVO-LOG PIC X(243).
       FD ARCHIVO-CTL.
       01 REG-ARCHIVO-CTL PIC X(53).
       FD TRABAJO.
       01 REG-TRABAJO PIC X(243).
       FD CORRIDAS.
       01 REG-CORRIDA PIC X(53).
       FD CANDADO.
       01 REG-CANDADO PIC X(32).

       WORKING-STORAGE SECTION.
       01 WS-FS-PARAMETROS PIC XX.
       COPY AMIGOSLG.
       COPY CORRIDWS.
       COPY CANDADWS.
       COPY FIRMAWS.
       01 NOMBRE-ARCHIVO-LOG PIC X(40).
       01 NOMBRE-ARCHIVO-CTL PIC X(40).
       01 VARIABLES.
      *----------------------------
       PROCEDURE DIVISION.
       PRINCIPAL.
           MOVE "DEPURAR" TO FUNCION-F.
           MOVE "M" TO NIVEL-F.
           CALL "FIRMAR" USING FIRMA-OPERADOR.
           PERFORM GRABAR-CORRIDA-INICIO.
           IF AUTORIZADO-F = "S"
               PERFORM LEER-PARAMETROS
           ELSE
               MOVE 0 TO SW-CONTINUAR
           END-IF.
           IF SW-CONTINUAR = 1
               PERFORM CALCULAR-FECHAS
               PERFORM TOMAR-CANDADO
               PERFORM GRABAR-CANDADO
           ELSE
               DISPLAY "AMIGOS.DAT EN USO POR " PROGRAMA-LCK
                   " DESDE " FECHA-HORA-LCK " OPERADOR " OPERADOR-LCK
               DISPLAY "SI ES UN CANDADO VIEJO DE UNA CORRIDA "
                   "ABORTADA, REVISARLO CON DESTRABA"
           END-IF.
           OPEN OUTPUT CANDADO
           MOVE "DEPURAR" TO PROGRAMA-LCK
           MOVE FUNCTION CURRENT-DATE TO FECHA-HORA-LCK
           MOVE OPERADOR-F TO OPERADOR-LCK
           WRITE REG-CANDADO FROM REG-CANDADO-D
           CLOSE CANDADO.

       GRABAR-CORRIDA.
           OPEN EXTEND CORRIDAS
           MOVE FUNCTION CURRENT-DATE TO FECHA-HORA-C
           MOVE OPERADOR-F TO OPERADOR-C
           WRITE REG-CORRIDA FROM REG-CORRIDA-D
           IF WS-FS-CONTROL NOT = "00"
               DISPLAY "ERROR AL GRABAR AMIGOS-CTL.TXT, FILE STATUS "
