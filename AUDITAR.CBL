       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDITAR.
      *-------------------------
      * Informe de seguridad para el supervisor, a partir de
      * AMIGOS-SEG.TXT (ver SEGURIEL.CPY). El operador da un rango
      * de fechas (AAAAMMDD, vacio = sin limite), igual que en
      * HISTORIA, y el programa lista las firmas fallidas (FALLO),
      * las funciones negadas por perfil (RECHAZO) y las firmas
      * aceptadas sin control porque faltaba OPERADOR.DAT. Las
      * firmas normales no se listan, solo se cuentan. Al pie van
      * los totales por tipo y los fallos por operador tipeado,
      * para ver de un vistazo si alguien esta probando claves.
      * La salida va a pantalla y a AUDITAR.RPT. Solo perfil S.
      *-------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY SEGURIEL.
           SELECT INFORME
             ASSIGN TO RANDOM "AUDITAR.RPT"
             ORGANIZATION IS LINE SEQUENTIAL.
      *---------------------------
       DATA DIVISION.
       FILE SECTION.
       FD SEGURIDAD.
       01 REG-SEGURIDAD PIC X(81).
       FD INFORME.
       01 REG-INFORME PIC X(90).

       WORKING-STORAGE SECTION.
       01 WS-FS-SEGURIDAD PIC XX.
       COPY SEGURIWS.
       COPY FIRMAWS.
       01 LINEA-ENCABEZADO.
           05 FILLER PIC X(28) VALUE "EVENTOS DE SEGURIDAD DESDE ".
           05 DESDE-ENC PIC X(8).
           05 FILLER PIC X(7) VALUE " HASTA ".
           05 HASTA-ENC PIC X(8).
       01 LINEA-EVENTO.
           05 FECHA-E PIC X(14).
           05 FILLER PIC X VALUE SPACE.
           05 EVENTO-E PIC X(7).
           05 FILLER PIC X VALUE SPACE.
           05 OPERADOR-E PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 PERFIL-E PIC X(1).
           05 FILLER PIC X VALUE SPACE.
           05 FUNCION-E PIC X(16).
           05 FILLER PIC X VALUE SPACE.
           05 MOTIVO-E PIC X(30).
       01 LINEA-SUBTITULO PIC X(90) VALUE
           "FALLOS DE FIRMA POR OPERADOR TIPEADO:".
       01 LINEA-OPERADOR.
           05 FILLER PIC X(2) VALUE SPACES.
           05 OPERADOR-O PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 FALLOS-O PIC ZZZZ9.
       01 LINEA-TOTAL.
           05 CONCEPTO-T PIC X(25).
           05 TOTAL-T PIC ZZZZ9.
      * Fallos acumulados por el OPERADOR tipeado; un operador
      * inexistente tambien cuenta, que es justo el caso a mirar.
       01 TABLA-FALLOS.
           05 ENTRADA-FALLO OCCURS 50 TIMES.
               10 OPERADOR-TAB PIC X(8).
               10 FALLOS-TAB PIC 9(5).
       01 VARIABLES.
           05 SW-FIN-SEGURIDAD PIC 9 VALUE 0.
           05 SW-ENCONTRADO PIC 9 VALUE 0.
           05 FECHA-DESDE PIC X(8).
           05 FECHA-HASTA PIC X(8).
           05 IND PIC 9(3) VALUE ZEROS.
           05 TOTAL-OPERADORES PIC 9(3) VALUE ZEROS.
           05 TOTAL-FIRMAS PIC 9(5) VALUE ZEROS.
           05 TOTAL-FALLOS PIC 9(5) VALUE ZEROS.
           05 TOTAL-RECHAZOS PIC 9(5) VALUE ZEROS.
           05 TOTAL-SIN-MAESTRO PIC 9(5) VALUE ZEROS.
       01 CONSTANTES.
           05 MAXIMO-OPERADORES PIC 9(3) VALUE 50.
      *----------------------------
       PROCEDURE DIVISION.
       PRINCIPAL.
           MOVE "AUDITAR" TO FUNCION-F.
           MOVE "S" TO NIVEL-F.
           CALL "FIRMAR" USING FIRMA-OPERADOR.
           IF AUTORIZADO-F = "S"
               PERFORM PEDIR-RANGO
               PERFORM RECORRER-SEGURIDAD
           END-IF.
           STOP RUN.

       PEDIR-RANGO.
           DISPLAY "DESDE (AAAAMMDD, VACIO=SIN LIMITE): "
               WITH NO ADVANCING
           ACCEPT FECHA-DESDE
           IF FECHA-DESDE = SPACES
               MOVE "00000000" TO FECHA-DESDE
           END-IF
           DISPLAY "HASTA (AAAAMMDD, VACIO=SIN LIMITE): "
               WITH NO ADVANCING
           ACCEPT FECHA-HASTA
           IF FECHA-HASTA = SPACES
               MOVE "99999999" TO FECHA-HASTA
           END-IF.

       RECORRER-SEGURIDAD.
           OPEN INPUT SEGURIDAD
           IF WS-FS-SEGURIDAD NOT = "00" AND WS-FS-SEGURIDAD NOT = "05"
               DISPLAY "NO SE PUDO ABRIR AMIGOS-SEG.TXT, "
                   "FILE STATUS " WS-FS-SEGURIDAD
           ELSE
               OPEN OUTPUT INFORME
               MOVE FECHA-DESDE TO DESDE-ENC
               MOVE FECHA-HASTA TO HASTA-ENC
               WRITE REG-INFORME FROM LINEA-ENCABEZADO
               DISPLAY "EVENTOS DE SEGURIDAD DESDE " FECHA-DESDE
                   " HASTA " FECHA-HASTA
               PERFORM PROCESAR-EVENTO UNTIL SW-FIN-SEGURIDAD = 1
               PERFORM ESCRIBIR-TOTALES
               CLOSE SEGURIDAD INFORME
           END-IF.

       PROCESAR-EVENTO.
           READ SEGURIDAD
             AT END
               MOVE 1 TO SW-FIN-SEGURIDAD
             NOT AT END
               MOVE REG-SEGURIDAD TO REG-SEGURIDAD-D
               IF FECHA-HORA-S(1:8) >= FECHA-DESDE
                  AND FECHA-HORA-S(1:8) <= FECHA-HASTA
                   PERFORM CLASIFICAR-EVENTO
               END-IF
           END-READ.

       CLASIFICAR-EVENTO.
           EVALUATE EVENTO-S
               WHEN "FIRMA"
                   IF MOTIVO-S = SPACES
                       ADD 1 TO TOTAL-FIRMAS
                   ELSE
                       ADD 1 TO TOTAL-SIN-MAESTRO
                       PERFORM MOSTRAR-EVENTO
                   END-IF
               WHEN "FALLO"
                   ADD 1 TO TOTAL-FALLOS
                   PERFORM MOSTRAR-EVENTO
                   PERFORM ACUMULAR-FALLO
               WHEN "RECHAZO"
                   ADD 1 TO TOTAL-RECHAZOS
                   PERFORM MOSTRAR-EVENTO
               WHEN OTHER
                   DISPLAY "LINEA DESCONOCIDA EN AMIGOS-SEG.TXT: "
                       REG-SEGURIDAD
           END-EVALUATE.

       MOSTRAR-EVENTO.
           MOVE FECHA-HORA-S TO FECHA-E
           MOVE EVENTO-S TO EVENTO-E
           MOVE OPERADOR-S TO OPERADOR-E
           MOVE PERFIL-S TO PERFIL-E
           MOVE FUNCION-S TO FUNCION-E
           MOVE MOTIVO-S TO MOTIVO-E
           WRITE REG-INFORME FROM LINEA-EVENTO
           DISPLAY LINEA-EVENTO.

       ACUMULAR-FALLO.
           MOVE 0 TO SW-ENCONTRADO
           PERFORM BUSCAR-OPERADOR
               VARYING IND FROM 1 BY 1
               UNTIL IND > TOTAL-OPERADORES OR SW-ENCONTRADO = 1
           IF SW-ENCONTRADO = 0
               IF TOTAL-OPERADORES < MAXIMO-OPERADORES
                   ADD 1 TO TOTAL-OPERADORES
                   MOVE OPERADOR-S TO OPERADOR-TAB(TOTAL-OPERADORES)
                   MOVE 1 TO FALLOS-TAB(TOTAL-OPERADORES)
               ELSE
                   DISPLAY "TABLA DE OPERADORES LLENA, SE OMITE "
                       OPERADOR-S
               END-IF
           END-IF.

       BUSCAR-OPERADOR.
           IF OPERADOR-TAB(IND) = OPERADOR-S
               ADD 1 TO FALLOS-TAB(IND)
               MOVE 1 TO SW-ENCONTRADO
           END-IF.

       ESCRIBIR-TOTALES.
           IF TOTAL-OPERADORES > 0
               WRITE REG-INFORME FROM LINEA-SUBTITULO
               PERFORM ESCRIBIR-OPERADOR
                   VARYING IND FROM 1 BY 1
                   UNTIL IND > TOTAL-OPERADORES
           END-IF
           MOVE "FIRMAS ACEPTADAS: " TO CONCEPTO-T
           MOVE TOTAL-FIRMAS TO TOTAL-T
           WRITE REG-INFORME FROM LINEA-TOTAL
           MOVE "FIRMAS SIN OPERADOR.DAT: " TO CONCEPTO-T
           MOVE TOTAL-SIN-MAESTRO TO TOTAL-T
           WRITE REG-INFORME FROM LINEA-TOTAL
           MOVE "FIRMAS FALLIDAS: " TO CONCEPTO-T
           MOVE TOTAL-FALLOS TO TOTAL-T
           WRITE REG-INFORME FROM LINEA-TOTAL
           MOVE "FUNCIONES NEGADAS: " TO CONCEPTO-T
           MOVE TOTAL-RECHAZOS TO TOTAL-T
           WRITE REG-INFORME FROM LINEA-TOTAL
           DISPLAY "FIRMAS ACEPTADAS: " TOTAL-FIRMAS
           DISPLAY "FIRMAS SIN OPERADOR.DAT: " TOTAL-SIN-MAESTRO
           DISPLAY "FIRMAS FALLIDAS: " TOTAL-FALLOS
           DISPLAY "FUNCIONES NEGADAS: " TOTAL-RECHAZOS.

       ESCRIBIR-OPERADOR.
           MOVE OPERADOR-TAB(IND) TO OPERADOR-O
           MOVE FALLOS-TAB(IND) TO FALLOS-O
           WRITE REG-INFORME FROM LINEA-OPERADOR
           DISPLAY "  " OPERADOR-TAB(IND) " " FALLOS-TAB(IND).
