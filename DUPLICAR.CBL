      * Las fusiones quedan en AMIGOS-LOG.TXT como un CAMBIO del
      * sobreviviente y una BAJA del eliminado, igual que si se
      * hubieran hecho por MANTENER.
      *
      * Pide perfil M (ver FIRMAR.CBL); la fusion pide S.
      *-------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FD AMIGOS-LOG.
       01 REG-LOG PIC X(243).
       FD CANDADO.
       01 REG-CANDADO PIC X(32).

       WORKING-STORAGE SECTION.
       01 WS-FS-LOG PIC XX.
       01 WS-FS-CANDADO PIC XX.
       COPY AMIGOSLG.
       COPY CANDADWS.
       COPY FIRMAWS.
       01 REGISTRO-ANTERIOR.
           05 CLAVE-A PIC X(40).
           05 CODIGO-A PIC 9(5).
      *----------------------------
       PROCEDURE DIVISION.
       PRINCIPAL.
           MOVE "DUPLICAR" TO FUNCION-F.
           MOVE "M" TO NIVEL-F.
           CALL "FIRMAR" USING FIRMA-OPERADOR.
           IF AUTORIZADO-F = "S"
               PERFORM TOMAR-CANDADO
           END-IF.
           IF SW-CANDADO-PROPIO = 1
               PERFORM ABRIR-ARCHIVOS
               MOVE "TELEFONO" TO CRITERIO-ACTUAL
               PERFORM GRABAR-CANDADO
           ELSE
               DISPLAY "AMIGOS.DAT EN USO POR " PROGRAMA-LCK
                   " DESDE " FECHA-HORA-LCK " OPERADOR " OPERADOR-LCK
               DISPLAY "SI ES UN CANDADO VIEJO DE UNA CORRIDA "
                   "ABORTADA, REVISARLO CON DESTRABA"
           END-IF.
           OPEN OUTPUT CANDADO
           MOVE "DUPLICAR" TO PROGRAMA-LCK
           MOVE FUNCTION CURRENT-DATE TO FECHA-HORA-LCK
           MOVE OPERADOR-F TO OPERADOR-LCK
           WRITE REG-CANDADO FROM REG-CANDADO-D
           CLOSE CANDADO.

           ACCEPT RESPUESTA
           MOVE FUNCTION UPPER-CASE(RESPUESTA) TO RESPUESTA
           IF RESPUESTA = "S"
               PERFORM AUTORIZAR-FUSION
           END-IF.

       AUTORIZAR-FUSION.
      * La deteccion es de perfil M; borrar un duplicado pide S.
           MOVE "DUPLICAR FUSION" TO FUNCION-F
           MOVE "S" TO NIVEL-F
           CALL "FIRMAR" USING FIRMA-OPERADOR
           IF AUTORIZADO-F = "S"
               PERFORM FUSIONAR-PAREJA UNTIL SW-FIN-FUSION = 1
           END-IF.

