      * movio a los segmentos AMIGOS-LOG-AAAA.TXT no aparecen, y
      * el reporte lo dice para que nadie tome el silencio por
      * historia completa.
      *
      * Pide perfil C (ver FIRMAR.CBL).
      *-------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       WORKING-STORAGE SECTION.
       01 WS-FS-LOG PIC XX.
       COPY AMIGOSLG.
       COPY FIRMAWS.
       01 LINEA-ENCABEZADO.
           05 FILLER PIC X(22) VALUE "HISTORIA DEL CODIGO ".
           05 CODIGO-ENC PIC Z(5).
      *----------------------------
       PROCEDURE DIVISION.
       PRINCIPAL.
           MOVE "HISTORIA" TO FUNCION-F.
           MOVE "C" TO NIVEL-F.
           CALL "FIRMAR" USING FIRMA-OPERADOR.
           IF AUTORIZADO-F = "S"
               PERFORM PEDIR-CODIGO
               PERFORM PEDIR-RANGO
           ELSE
               MOVE 0 TO SW-CONTINUAR
           END-IF.
           IF SW-CONTINUAR = 1
               PERFORM RECORRER-LOG
           END-IF.
