       IDENTIFICATION DIVISION.
       PROGRAM-ID. NUMERO.
      *-------------------------
      * Consulta del numerador de CODIGO (AMIGOS-NUM.TXT, ver
      * NUMERAEL.CPY). Muestra el ultimo CODIGO entregado, cuando
      * y que programa lo movio, y el mayor CODIGO en uso entre
      * AMIGOS.DAT, AMIGOS-HIST.DAT y AMIGOS-LOG.TXT. Despues
      * lista los huecos: los rangos de numeros hasta el ultimo
      * entregado que no aparecen en ninguno de los tres. Como el
      * numerador solo sube, un hueco no se vuelve a entregar; la
      * lista sirve para ver cuantos numeros se saltearon o
      * quedaron sin usar. Solo lee, no toma el candado. La salida
      * va a pantalla y a NUMERO.RPT.
      *
      * Si hay CODIGOS en uso por encima del numerador (un
      * AMIGOS.TXT cargado con CREAR, por ejemplo) se avisa: el
      * numerador los salta al asignar, pero conviene saberlo.
      * Igual que HISTORIA, solo se recorre el log vivo, no los
      * segmentos AMIGOS-LOG-AAAA.TXT que deja DEPURAR.
      *
      * Pide perfil C (ver FIRMAR.CBL).
      *-------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY AMIGOSEL.
           SELECT HISTORIAL
             ASSIGN TO RANDOM "AMIGOS-HIST.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS CODIGO-H
             FILE STATUS IS WS-FS-HIST.
           SELECT OPTIONAL AMIGOS-LOG
             ASSIGN TO RANDOM "AMIGOS-LOG.TXT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-FS-LOG.
           COPY NUMERAEL.
           SELECT INFORME
             ASSIGN TO RANDOM "NUMERO.RPT"
             ORGANIZATION IS LINE SEQUENTIAL.
      *---------------------------
       DATA DIVISION.
       FILE SECTION.
       FD AMIGOS.
       COPY AMIGOSFD.
       FD HISTORIAL.
       01 REG-HISTORIAL.
           05 CODIGO-H PIC 9(5).
           05 NOMBRE-H PIC X(30).
           05 TELEFONO-H PIC X(20).
           05 EMAIL-H PIC X(40).
           05 DIRECCION-H PIC X(50).
           05 CATEGORIA-H PIC X(10).
           05 ESTADO-H PIC X(1).
       FD AMIGOS-LOG.
       01 REG-LOG.
           05 CODIGO-LC PIC Z(5).
           05 FILLER PIC X(238).
       FD NUMERADOR.
       01 REG-NUMERADOR PIC X(29).
       FD INFORME.
       01 REG-INFORME PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-FS-HIST PIC XX.
       01 WS-FS-LOG PIC XX.
       01 WS-FS-NUMERADOR PIC XX.
       COPY NUMERAWS.
       COPY FIRMAWS.
       01 LINEA-TITULO PIC X(80) VALUE
           "NUMERADOR DE CODIGO (AMIGOS-NUM.TXT)".
       01 LINEA-ULTIMO.
           05 FILLER PIC X(26) VALUE "ULTIMO CODIGO ENTREGADO: ".
           05 ULTIMO-U PIC Z(5).
           05 FILLER PIC X(8) VALUE " EL DIA ".
           05 FECHA-U PIC X(14).
           05 FILLER PIC X(5) VALUE " POR ".
           05 PROGRAMA-U PIC X(8).
       01 LINEA-SIN-NUMERADOR PIC X(80) VALUE
           "SIN AMIGOS-NUM.TXT: LO CREA EL PRIMER ALTA DE MANTENER".
       01 LINEA-MAYOR.
           05 FILLER PIC X(26) VALUE "MAYOR CODIGO EN USO: ".
           05 MAYOR-M PIC Z(5).
       01 LINEA-AVISO PIC X(80) VALUE
           "HAY CODIGOS EN USO POR ENCIMA DEL NUMERADOR (SE SALTAN)".
       01 LINEA-SUBTITULO PIC X(80) VALUE
           "HUECOS (NUMEROS NUNCA USADOS):".
       01 LINEA-HUECO.
           05 FILLER PIC X(8) VALUE "  DESDE ".
           05 DESDE-L PIC Z(5).
           05 FILLER PIC X(7) VALUE " HASTA ".
           05 HASTA-L PIC Z(5).
           05 FILLER PIC X(11) VALUE " CANTIDAD: ".
           05 CANTIDAD-L PIC ZZZZ9.
       01 LINEA-TOTAL.
           05 CONCEPTO-T PIC X(25).
           05 TOTAL-T PIC ZZZZ9.
       01 LINEA-NOTA-SEGMENTOS PIC X(80) VALUE
           "NO INCLUYE LO DEPURADO A AMIGOS-LOG-AAAA.TXT".
       01 VARIABLES.
           05 SW-HAY-HISTORIAL PIC 9 VALUE 0.
           05 SW-HAY-NUMERADOR PIC 9 VALUE 0.
           05 SW-FIN-DAT PIC 9 VALUE 0.
           05 SW-FIN-HIST PIC 9 VALUE 0.
           05 SW-FIN-LOG PIC 9 VALUE 0.
           05 SW-EN-HUECO PIC 9 VALUE 0.
           05 ULTIMO-CODIGO PIC 9(5) VALUE ZEROS.
           05 MAYOR-EN-USO PIC 9(5) VALUE ZEROS.
           05 CODIGO-LEIDO PIC 9(5) VALUE ZEROS.
           05 LIMITE PIC 9(5) VALUE ZEROS.
           05 DESDE-HUECO PIC 9(5) VALUE ZEROS.
           05 HASTA-HUECO PIC 9(5) VALUE ZEROS.
           05 CANTIDAD-HUECO PIC 9(5) VALUE ZEROS.
           05 IND PIC 9(6) VALUE ZEROS.
           05 TOTAL-EN-USO PIC 9(5) VALUE ZEROS.
           05 TOTAL-HUECOS PIC 9(5) VALUE ZEROS.
           05 TOTAL-LIBRES PIC 9(5) VALUE ZEROS.
      * Una marca por CODIGO que aparece en cualquiera de los tres
      * archivos.
       01 TABLA-EN-USO.
           05 EN-USO PIC 9 OCCURS 99999 TIMES.
      *----------------------------
       PROCEDURE DIVISION.
       PRINCIPAL.
           MOVE "NUMERO" TO FUNCION-F.
           MOVE "C" TO NIVEL-F.
           CALL "FIRMAR" USING FIRMA-OPERADOR.
           IF AUTORIZADO-F = "S"
               MOVE ZEROS TO TABLA-EN-USO
               PERFORM LEER-NUMERADOR
               PERFORM MARCAR-DAT
               PERFORM MARCAR-HIST
               PERFORM MARCAR-LOG
               OPEN OUTPUT INFORME
               PERFORM ESCRIBIR-ENCABEZADO
               PERFORM LISTAR-HUECOS
               PERFORM ESCRIBIR-TOTALES
               CLOSE INFORME
           END-IF.
           STOP RUN.

       LEER-NUMERADOR.
           OPEN INPUT NUMERADOR
           IF WS-FS-NUMERADOR = "00" OR WS-FS-NUMERADOR = "05"
               READ NUMERADOR
                 AT END
                   MOVE 0 TO SW-HAY-NUMERADOR
                 NOT AT END
                   MOVE REG-NUMERADOR TO REG-NUMERADOR-D
                   IF ULTIMO-CODIGO-N IS NUMERIC
                       MOVE 1 TO SW-HAY-NUMERADOR
                       MOVE ULTIMO-CODIGO-N TO ULTIMO-CODIGO
                   END-IF
               END-READ
               CLOSE NUMERADOR
           END-IF.

       MARCAR-DAT.
           OPEN INPUT AMIGOS
           MOVE ZEROS TO CODIGO
           START AMIGOS KEY IS >= CODIGO
               INVALID KEY
                   MOVE 1 TO SW-FIN-DAT
           END-START
           PERFORM LEER-DAT UNTIL SW-FIN-DAT = 1
           CLOSE AMIGOS.

       LEER-DAT.
           READ AMIGOS NEXT RECORD
             AT END
               MOVE 1 TO SW-FIN-DAT
             NOT AT END
               MOVE CODIGO TO CODIGO-LEIDO
               PERFORM MARCAR-CODIGO
           END-READ.

       MARCAR-HIST.
      * Sin AMIGOS-HIST.DAT no hay archivados que marcar.
           OPEN INPUT HISTORIAL
           IF WS-FS-HIST = "00"
               MOVE 1 TO SW-HAY-HISTORIAL
               MOVE ZEROS TO CODIGO-H
               START HISTORIAL KEY IS >= CODIGO-H
                   INVALID KEY
                       MOVE 1 TO SW-FIN-HIST
               END-START
               PERFORM LEER-HIST UNTIL SW-FIN-HIST = 1
               CLOSE HISTORIAL
           END-IF.

       LEER-HIST.
           READ HISTORIAL NEXT RECORD
             AT END
               MOVE 1 TO SW-FIN-HIST
             NOT AT END
               MOVE CODIGO-H TO CODIGO-LEIDO
               PERFORM MARCAR-CODIGO
           END-READ.

       MARCAR-LOG.
           OPEN INPUT AMIGOS-LOG
           IF WS-FS-LOG = "00" OR WS-FS-LOG = "05"
               PERFORM LEER-LOG UNTIL SW-FIN-LOG = 1
               CLOSE AMIGOS-LOG
           END-IF.

       LEER-LOG.
           READ AMIGOS-LOG
             AT END
               MOVE 1 TO SW-FIN-LOG
             NOT AT END
               IF CODIGO-LC NOT = SPACES
      * El log guarda el CODIGO editado con supresion de ceros
      * (ver AMIGOSLG.CPY); el MOVE lo devuelve a numerico.
                   MOVE CODIGO-LC TO CODIGO-LEIDO
                   PERFORM MARCAR-CODIGO
               END-IF
           END-READ.

       MARCAR-CODIGO.
           IF CODIGO-LEIDO > ZEROS
               IF EN-USO(CODIGO-LEIDO) = 0
                   MOVE 1 TO EN-USO(CODIGO-LEIDO)
                   ADD 1 TO TOTAL-EN-USO
               END-IF
               IF CODIGO-LEIDO > MAYOR-EN-USO
                   MOVE CODIGO-LEIDO TO MAYOR-EN-USO
               END-IF
           END-IF.

       ESCRIBIR-ENCABEZADO.
           WRITE REG-INFORME FROM LINEA-TITULO
           DISPLAY LINEA-TITULO
           IF SW-HAY-NUMERADOR = 1
               MOVE ULTIMO-CODIGO-N TO ULTIMO-U
               MOVE FECHA-HORA-N TO FECHA-U
               MOVE PROGRAMA-N TO PROGRAMA-U
               WRITE REG-INFORME FROM LINEA-ULTIMO
               DISPLAY LINEA-ULTIMO
           ELSE
               WRITE REG-INFORME FROM LINEA-SIN-NUMERADOR
               DISPLAY LINEA-SIN-NUMERADOR
           END-IF
           MOVE MAYOR-EN-USO TO MAYOR-M
           WRITE REG-INFORME FROM LINEA-MAYOR
           DISPLAY LINEA-MAYOR
           IF SW-HAY-NUMERADOR = 1 AND MAYOR-EN-USO > ULTIMO-CODIGO
               WRITE REG-INFORME FROM LINEA-AVISO
               DISPLAY LINEA-AVISO
           END-IF
           WRITE REG-INFORME FROM LINEA-SUBTITULO
           DISPLAY LINEA-SUBTITULO.

       LISTAR-HUECOS.
      * Con numerador se miran los numeros hasta el ultimo
      * entregado; sin el, hasta el mayor en uso, que es donde va a
      * arrancar.
           IF SW-HAY-NUMERADOR = 1
               MOVE ULTIMO-CODIGO TO LIMITE
           ELSE
               MOVE MAYOR-EN-USO TO LIMITE
           END-IF
           MOVE 0 TO SW-EN-HUECO
           PERFORM RECORRER-CODIGO
               VARYING IND FROM 1 BY 1 UNTIL IND > LIMITE
           IF SW-EN-HUECO = 1
               MOVE LIMITE TO HASTA-HUECO
               PERFORM GRABAR-HUECO
           END-IF.

       RECORRER-CODIGO.
           IF EN-USO(IND) = 0
               IF SW-EN-HUECO = 0
                   MOVE 1 TO SW-EN-HUECO
                   MOVE IND TO DESDE-HUECO
               END-IF
               ADD 1 TO TOTAL-LIBRES
           ELSE
               IF SW-EN-HUECO = 1
                   COMPUTE HASTA-HUECO = IND - 1
                   PERFORM GRABAR-HUECO
               END-IF
           END-IF.

       GRABAR-HUECO.
           MOVE 0 TO SW-EN-HUECO
           COMPUTE CANTIDAD-HUECO = HASTA-HUECO - DESDE-HUECO + 1
           MOVE DESDE-HUECO TO DESDE-L
           MOVE HASTA-HUECO TO HASTA-L
           MOVE CANTIDAD-HUECO TO CANTIDAD-L
           WRITE REG-INFORME FROM LINEA-HUECO
           DISPLAY LINEA-HUECO
           ADD 1 TO TOTAL-HUECOS.

       ESCRIBIR-TOTALES.
           MOVE "CODIGOS EN USO: " TO CONCEPTO-T
           MOVE TOTAL-EN-USO TO TOTAL-T
           WRITE REG-INFORME FROM LINEA-TOTAL
           MOVE "HUECOS: " TO CONCEPTO-T
           MOVE TOTAL-HUECOS TO TOTAL-T
           WRITE REG-INFORME FROM LINEA-TOTAL
           MOVE "NUMEROS SIN USAR: " TO CONCEPTO-T
           MOVE TOTAL-LIBRES TO TOTAL-T
           WRITE REG-INFORME FROM LINEA-TOTAL
           WRITE REG-INFORME FROM LINEA-NOTA-SEGMENTOS
           DISPLAY "CODIGOS EN USO: " TOTAL-EN-USO
           DISPLAY "HUECOS: " TOTAL-HUECOS
           DISPLAY "NUMEROS SIN USAR: " TOTAL-LIBRES.
