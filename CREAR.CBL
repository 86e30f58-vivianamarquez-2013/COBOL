      * registros se saca una copia con fecha (AMIGOS-AAAAMMDD.DAT)
      * para que una corrida repetida de este job no destruya lo
      * que ya estaba cargado.
      *
      * Pide perfil S (ver FIRMAR.CBL).
      *-------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           CATEGORIA BY CATEGORIA-R
           ESTADO BY ESTADO-R.
       FD CANDADO.
       01 REG-CANDADO PIC X(32).
      *-------------------------
       WORKING-STORAGE SECTION.
       01 WS-FS-AMIGOS PIC XX.
       01 WS-FS-CANDADO PIC XX.
       COPY CANDADWS.
       COPY FIRMAWS.
       01 WS-NOMBRE-RESPALDO PIC X(40).
       01 WS-FECHA-HORA.
           05 WS-AAAA PIC 9(4).
       PRINCIPAL.
      * El OPEN OUTPUT de este programa trunca AMIGOS.DAT: sin el
      * candado, una corrida con MANTENER abierto en otra terminal
      * destruye la sesion en curso (ya paso dos veces). Por lo
      * mismo pide perfil S.
           MOVE "CREAR" TO FUNCION-F.
           MOVE "S" TO NIVEL-F.
           CALL "FIRMAR" USING FIRMA-OPERADOR.
           IF AUTORIZADO-F = "S"
               PERFORM TOMAR-CANDADO
           END-IF.
           IF SW-CANDADO-PROPIO = 1
               PERFORM VERIFICAR-EXISTENTE
               IF SW-EXISTE = 1
               PERFORM GRABAR-CANDADO
           ELSE
               DISPLAY "AMIGOS.DAT EN USO POR " PROGRAMA-LCK
                   " DESDE " FECHA-HORA-LCK " OPERADOR " OPERADOR-LCK
               DISPLAY "SI ES UN CANDADO VIEJO DE UNA CORRIDA "
                   "ABORTADA, REVISARLO CON DESTRABA"
           END-IF.
           OPEN OUTPUT CANDADO
           MOVE "CREAR" TO PROGRAMA-LCK
           MOVE FUNCTION CURRENT-DATE TO FECHA-HORA-LCK
           MOVE OPERADOR-F TO OPERADOR-LCK
           WRITE REG-CANDADO FROM REG-CANDADO-D
           CLOSE CANDADO.

