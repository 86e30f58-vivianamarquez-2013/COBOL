      * La reactivacion queda en AMIGOS-LOG.TXT como un ALTA, que
      * es lo que efectivamente ocurre en AMIGOS.DAT (y lo que una
      * restauracion con reproceso del log sabe reaplicar).
      * Los vinculos que ARCHIVAR dejo suspendidos en
      * AMIGOS-VIN.DAT (ver VINCULEL.CPY) vuelven a ESTADO-VIN
      * "A" si el otro amigo tambien esta en AMIGOS.DAT; si el
      * otro sigue archivado, el vinculo sigue suspendido hasta
      * que lo reactiven a el.
      *
      * Pide perfil M (ver FIRMAR.CBL).
      *-------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
             ASSIGN TO RANDOM "AMIGOS-LOG.TXT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-FS-LOG.
           COPY VINCULEL.
           COPY CANDADEL.
      *---------------------------
       DATA DIVISION.
           05 ESTADO-H PIC X(1).
       FD AMIGOS-LOG.
       01 REG-LOG PIC X(243).
       FD VINCULOS.
       COPY VINCULFD.
       FD CANDADO.
       01 REG-CANDADO PIC X(32).

       WORKING-STORAGE SECTION.
       01 WS-FS-HIST PIC XX.
       01 WS-FS-LOG PIC XX.
       01 WS-FS-CANDADO PIC XX.
       01 WS-FS-VINCULO PIC XX.
       COPY AMIGOSLG.
       COPY CANDADWS.
       COPY FIRMAWS.
       01 VARIABLES.
           05 OPCION PIC 9 VALUE 0.
           05 SW-FIN-HIST PIC 9 VALUE 0.
           05 NOMBRE-ANTES PIC X(30).
           05 TELEFONO-ANTES PIC X(20).
           05 SW-CANDADO-PROPIO PIC 9 VALUE 0.
           05 SW-HAY-VINCULOS PIC 9 VALUE 0.
           05 SW-FIN-VINCULOS PIC 9 VALUE 0.
           05 CODIGO-REACTIVADO PIC 9(5) VALUE ZEROS.
           05 CODIGO-OTRO PIC 9(5) VALUE ZEROS.
           05 VINCULOS-LEVANTADOS PIC 9(3) VALUE ZEROS.
      *----------------------------
       PROCEDURE DIVISION.
       PRINCIPAL.
           MOVE "REACTIVA" TO FUNCION-F.
           MOVE "M" TO NIVEL-F.
           CALL "FIRMAR" USING FIRMA-OPERADOR.
           IF AUTORIZADO-F = "S"
               PERFORM TOMAR-CANDADO
           END-IF.
           IF SW-CANDADO-PROPIO = 1
               PERFORM ABRIR-ARCHIVOS
               IF WS-FS-HIST = "00"
                   PERFORM MENU-PRINCIPAL UNTIL OPCION = 4
                   CLOSE AMIGOS HISTORIAL AMIGOS-LOG
                   IF SW-HAY-VINCULOS = 1
                       CLOSE VINCULOS
                   END-IF
               END-IF
               PERFORM SOLTAR-CANDADO
           END-IF.
               PERFORM GRABAR-CANDADO
           ELSE
               DISPLAY "AMIGOS.DAT EN USO POR " PROGRAMA-LCK
                   " DESDE " FECHA-HORA-LCK " OPERADOR " OPERADOR-LCK
               DISPLAY "SI ES UN CANDADO VIEJO DE UNA CORRIDA "
                   "ABORTADA, REVISARLO CON DESTRABA"
           END-IF.
           OPEN OUTPUT CANDADO
           MOVE "REACTIVA" TO PROGRAMA-LCK
           MOVE FUNCTION CURRENT-DATE TO FECHA-HORA-LCK
           MOVE OPERADOR-F TO OPERADOR-LCK
           WRITE REG-CANDADO FROM REG-CANDADO-D
           CLOSE CANDADO.

                   DISPLAY "ERROR AL ABRIR AMIGOS-LOG.TXT, "
                       "FILE STATUS " WS-FS-LOG
               END-IF
               OPEN I-O VINCULOS
               IF WS-FS-VINCULO = "00"
                   MOVE 1 TO SW-HAY-VINCULOS
               ELSE
                   MOVE 0 TO SW-HAY-VINCULOS
               END-IF
           END-IF.

       MENU-PRINCIPAL.
      * entre las dos operaciones el registro queda en los dos
      * archivos, que se detecta en el proximo intento; el orden
      * inverso podia perderlo para siempre.
           MOVE CODIGO-H TO CODIGO CODIGO-REACTIVADO
           MOVE NOMBRE-H TO NOMBRE
           MOVE TELEFONO-H TO TELEFONO
           MOVE EMAIL-H TO EMAIL
                       "CODIGO " CODIGO-H
               NOT INVALID KEY
                   DISPLAY "AMIGO REACTIVADO"
                   IF SW-HAY-VINCULOS = 1
                       PERFORM LEVANTAR-VINCULOS
                   END-IF
           END-DELETE.

       LEVANTAR-VINCULOS.
      * Los que anoto el reactivado y los que lo nombran a el,
      * por la clave alterna, igual que SUSPENDER-VINCULOS de
      * ARCHIVAR.CBL.
           MOVE ZEROS TO VINCULOS-LEVANTADOS
           MOVE CODIGO-REACTIVADO TO CODIGO-VIN
           MOVE ZEROS TO CODIGO-REL-VIN
           MOVE 0 TO SW-FIN-VINCULOS
           START VINCULOS KEY IS >= CLAVE-VIN
               INVALID KEY
                   MOVE 1 TO SW-FIN-VINCULOS
           END-START
           PERFORM LEVANTAR-VINCULO-PROPIO UNTIL SW-FIN-VINCULOS = 1
           MOVE CODIGO-REACTIVADO TO CODIGO-REL-VIN
           MOVE 0 TO SW-FIN-VINCULOS
           START VINCULOS KEY IS = CODIGO-REL-VIN
               INVALID KEY
                   MOVE 1 TO SW-FIN-VINCULOS
           END-START
           PERFORM LEVANTAR-VINCULO-AJENO UNTIL SW-FIN-VINCULOS = 1
           IF VINCULOS-LEVANTADOS > ZEROS
               DISPLAY "VINCULOS REACTIVADOS: " VINCULOS-LEVANTADOS
           END-IF.

       LEVANTAR-VINCULO-PROPIO.
           READ VINCULOS NEXT RECORD
             AT END
               MOVE 1 TO SW-FIN-VINCULOS
             NOT AT END
               IF CODIGO-VIN NOT = CODIGO-REACTIVADO
                   MOVE 1 TO SW-FIN-VINCULOS
               ELSE
                   MOVE CODIGO-REL-VIN TO CODIGO-OTRO
                   PERFORM LEVANTAR-VINCULO
               END-IF
           END-READ.

       LEVANTAR-VINCULO-AJENO.
           READ VINCULOS NEXT RECORD
             AT END
               MOVE 1 TO SW-FIN-VINCULOS
             NOT AT END
               IF CODIGO-REL-VIN NOT = CODIGO-REACTIVADO
                   MOVE 1 TO SW-FIN-VINCULOS
               ELSE
                   MOVE CODIGO-VIN TO CODIGO-OTRO
                   PERFORM LEVANTAR-VINCULO
               END-IF
           END-READ.

       LEVANTAR-VINCULO.
           IF ESTADO-VIN = "S"
               MOVE CODIGO-OTRO TO CODIGO
               READ AMIGOS
                   INVALID KEY
                       DISPLAY "VINCULO CON " CODIGO-OTRO
                           " SIGUE SUSPENDIDO, ESTA ARCHIVADO"
                   NOT INVALID KEY
                       MOVE "A" TO ESTADO-VIN
                       REWRITE REG-VINCULOS
                           INVALID KEY
                               DISPLAY "ERROR AL REACTIVAR EL "
                                   "VINCULO " CLAVE-VIN
                           NOT INVALID KEY
                               ADD 1 TO VINCULOS-LEVANTADOS
                       END-REWRITE
               END-READ
           END-IF.

       GRABAR-LOG-ALTA.
           MOVE "ALTA" TO OPERACION-LOG
           MOVE NOMBRE TO NOMBRE-DESPUES-LOG
