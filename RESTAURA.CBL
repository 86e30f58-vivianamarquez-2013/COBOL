      * completa del registro, se reconocen por el ESTADO en
      * blanco: de esas un CAMBIO solo puede reaplicar NOMBRE y
      * TELEFONO.
      *
      * Pide perfil S (ver FIRMAR.CBL).
      *-------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FD INFORME.
       01 REG-INFORME PIC X(80).
       FD CANDADO.
       01 REG-CANDADO PIC X(32).

       WORKING-STORAGE SECTION.
       01 WS-FS-RESPALDO PIC XX.
       01 WS-FS-LOG PIC XX.
       01 WS-FS-CANDADO PIC XX.
       COPY CANDADWS.
       COPY FIRMAWS.
       01 NOMBRE-RESPALDO PIC X(40).
       COPY AMIGOSLG.
       01 FECHA-CORTE PIC X(14).
      *----------------------------
       PROCEDURE DIVISION.
       PRINCIPAL.
           MOVE "RESTAURA" TO FUNCION-F.
           MOVE "S" TO NIVEL-F.
           CALL "FIRMAR" USING FIRMA-OPERADOR.
           IF AUTORIZADO-F = "S"
               PERFORM TOMAR-CANDADO
           END-IF.
           IF SW-CANDADO-PROPIO = 0
               MOVE 0 TO SW-CONTINUAR
           END-IF.
               PERFORM GRABAR-CANDADO
           ELSE
               DISPLAY "AMIGOS.DAT EN USO POR " PROGRAMA-LCK
                   " DESDE " FECHA-HORA-LCK " OPERADOR " OPERADOR-LCK
               DISPLAY "SI ES UN CANDADO VIEJO DE UNA CORRIDA "
                   "ABORTADA, REVISARLO CON DESTRABA"
           END-IF.
           OPEN OUTPUT CANDADO
           MOVE "RESTAURA" TO PROGRAMA-LCK
           MOVE FUNCTION CURRENT-DATE TO FECHA-HORA-LCK
           MOVE OPERADOR-F TO OPERADOR-LCK
           WRITE REG-CANDADO FROM REG-CANDADO-D
           CLOSE CANDADO.

