       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGENDA.
      *-------------------------
      * Calendario de fechas clave proximas, para el turno de la
      * maniana. Recorre AMIGOS-FEC.DAT (ver FECHASEL.CPY) y, por
      * cada fecha, calcula cuando vuelve a caer a partir de hoy;
      * las que caen en los proximos N dias y son de un amigo
      * activo (ESTADO "A" en AMIGOS.DAT) se ordenan por fecha y
      * quedan en AGENDA.RPT con NOMBRE, TELEFONO, DIRECCION, los
      * dias que faltan, los anios que se cumplen (si se sabe el
      * anio) y el ultimo contacto de AMIGOS-CONT.DAT, buscado
      * igual que en DESCUIDO. Un 29 de febrero cae el 28 en los
      * anios no bisiestos.
      *
      * Los parametros van en AGENDA.PAR con el esquema de
      * criterio y valor de DESCUIDO.PAR:
      *     DIAS       15
      *     EXTRACTO   S
      * DIAS es obligatorio, de 1 a 366. Con EXTRACTO S ademas se
      * escribe AMIGOS-EXT.TXT con el layout de EXTRAER, una linea
      * por fecha, para que ETIQUETA imprima las tarjetas; ese
      * archivo reemplaza al que hubiera dejado EXTRAER. Sin
      * AGENDA.PAR o sin AMIGOS-FEC.DAT la corrida se niega y
      * queda en la bitacora con terminacion A, igual que
      * DESCUIDO.
      *
      * En la bitacora, LEIDOS-C son las fechas leidas y
      * GRABADOS-C las que salieron en el calendario.
      *
      * Pide perfil C (ver FIRMAR.CBL).
      *-------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY AMIGOSEL.
           COPY FECHASEL.
           COPY CONTACEL.
           SELECT PARAMETROS
             ASSIGN TO RANDOM "AGENDA.PAR"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-FS-PARAMETROS.
           SELECT TRABAJO
             ASSIGN TO RANDOM "AGENDA.TMP".
           SELECT INFORME
             ASSIGN TO RANDOM "AGENDA.RPT"
             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXTRACTO
             ASSIGN TO RANDOM "AMIGOS-EXT.TXT"
             ORGANIZATION IS LINE SEQUENTIAL.
           COPY CORRIDEL.
      *---------------------------
       DATA DIVISION.
       FILE SECTION.
       FD AMIGOS.
       COPY AMIGOSFD.
       FD FECHAS.
       COPY FECHASFD.
       FD CONTACTOS.
       COPY CONTACFD.
       FD PARAMETROS.
       01 REG-PARAMETRO.
           05 CRITERIO-P PIC X(10).
           05 VALOR-P PIC X(20).
       SD TRABAJO.
       01 REG-TRABAJO.
           05 PROXIMA-T PIC 9(8).
           05 CODIGO-T PIC 9(5).
           05 TIPO-T PIC X(7).
           05 FALTAN-T PIC 9(3).
           05 ANIO-T PIC 9(4).
           05 ANIOS-T PIC 9(3).
           05 DESCRIPCION-T PIC X(30).
           05 NOMBRE-T PIC X(30).
           05 TELEFONO-T PIC X(20).
           05 EMAIL-T PIC X(40).
           05 DIRECCION-T PIC X(50).
           05 CATEGORIA-T PIC X(10).
       FD INFORME.
       01 REG-INFORME PIC X(180).
       FD EXTRACTO.
       01 REG-EXTRACTO PIC X(161).
       FD CORRIDAS.
       01 REG-CORRIDA PIC X(53).

       WORKING-STORAGE SECTION.
       01 WS-FS-FECHA PIC XX.
       01 WS-FS-CONTACTO PIC XX.
       01 WS-FS-PARAMETROS PIC XX.
       01 WS-FS-CONTROL PIC XX.
       COPY CORRIDWS.
       COPY FIRMAWS.
       01 LINEA-ENCABEZADO.
           05 FILLER PIC X(29)
               VALUE "FECHAS CLAVE DE LOS PROXIMOS ".
           05 DIAS-ENC PIC ZZ9.
           05 FILLER PIC X(12) VALUE " DIAS DESDE ".
           05 HOY-ENC PIC X(8).
       01 LINEA-DETALLE.
           05 PROXIMA-L PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 FALTAN-L PIC ZZ9.
           05 FILLER PIC X VALUE SPACE.
           05 TIPO-L PIC X(7).
           05 FILLER PIC X VALUE SPACE.
           05 ANIOS-L PIC X(3).
           05 FILLER PIC X VALUE SPACE.
           05 CODIGO-L PIC Z(5).
           05 FILLER PIC X VALUE SPACE.
           05 NOMBRE-L PIC X(30).
           05 FILLER PIC X VALUE SPACE.
           05 TELEFONO-L PIC X(20).
           05 FILLER PIC X VALUE SPACE.
           05 DIRECCION-L PIC X(50).
           05 FILLER PIC X VALUE SPACE.
           05 ULTIMO-L PIC X(12).
           05 FILLER PIC X VALUE SPACE.
           05 DESCRIPCION-L PIC X(30).
       01 REG-DETALLE.
           05 CODIGO-D PIC Z(5).
           05 FILLER PIC X VALUE "|".
           05 NOMBRE-D PIC X(30).
           05 FILLER PIC X VALUE "|".
           05 TELEFONO-D PIC X(20).
           05 FILLER PIC X VALUE "|".
           05 EMAIL-D PIC X(40).
           05 FILLER PIC X VALUE "|".
           05 DIRECCION-D PIC X(50).
           05 FILLER PIC X VALUE "|".
           05 CATEGORIA-D PIC X(10).
           05 FILLER PIC X VALUE "|".
       01 LINEA-TOTAL.
           05 CONCEPTO-T PIC X(25).
           05 TOTAL-T PIC ZZZZ9.
       01 VARIABLES.
           05 SW-FIN-FECHAS PIC 9 VALUE 0.
           05 SW-FIN-PARAMETROS PIC 9 VALUE 0.
           05 SW-FIN-CONTACTOS PIC 9 VALUE 0.
           05 SW-FIN-SORT PIC 9 VALUE 0.
           05 SW-CONTINUAR PIC 9 VALUE 1.
           05 SW-HAY-CONTACTOS PIC 9 VALUE 0.
           05 SW-EXTRACTO PIC 9 VALUE 0.
           05 VALOR-AJUSTADO PIC X(20).
           05 DIAS-LIMITE PIC 9(3) VALUE ZEROS.
           05 FECHA-HOY PIC 9(8).
           05 ANIO-PROXIMO PIC 9(4).
           05 FECHA-PROXIMA PIC 9(8).
           05 DIAS-FALTAN PIC 9(5).
           05 ANIOS-EDITADO PIC ZZ9.
           05 ULTIMO-CONTACTO PIC X(8).
           05 TOTAL-LEIDAS PIC 9(5) VALUE ZEROS.
           05 TOTAL-PROXIMAS PIC 9(5) VALUE ZEROS.
      *----------------------------
       PROCEDURE DIVISION.
       PRINCIPAL.
           OPEN EXTEND CORRIDAS.
           MOVE "AGENDA" TO FUNCION-F.
           MOVE "C" TO NIVEL-F.
           CALL "FIRMAR" USING FIRMA-OPERADOR.
           PERFORM GRABAR-CORRIDA-INICIO.
           IF AUTORIZADO-F = "S"
               PERFORM LEER-PARAMETROS
           ELSE
               MOVE 0 TO SW-CONTINUAR
           END-IF.
           IF SW-CONTINUAR = 1
               PERFORM ABRIR-FECHAS
           END-IF.
           IF SW-CONTINUAR = 1
               PERFORM GENERAR-CALENDARIO
               DISPLAY "FECHAS LEIDAS: " TOTAL-LEIDAS
               DISPLAY "FECHAS PROXIMAS: " TOTAL-PROXIMAS
           END-IF.
           PERFORM GRABAR-CORRIDA-FIN.
           CLOSE CORRIDAS.
           STOP RUN.

       LEER-PARAMETROS.
           OPEN INPUT PARAMETROS
           IF WS-FS-PARAMETROS NOT = "00"
               DISPLAY "NO SE PUDO ABRIR AGENDA.PAR, FILE STATUS "
                   WS-FS-PARAMETROS
               MOVE 0 TO SW-CONTINUAR
           ELSE
               PERFORM CARGAR-PARAMETRO
                   UNTIL SW-FIN-PARAMETROS = 1
               CLOSE PARAMETROS
               IF DIAS-LIMITE = ZEROS
                   DISPLAY "AGENDA.PAR SIN LINEA DIAS VALIDA"
                   MOVE 0 TO SW-CONTINUAR
               END-IF
           END-IF.

       CARGAR-PARAMETRO.
           READ PARAMETROS
             AT END
               MOVE 1 TO SW-FIN-PARAMETROS
             NOT AT END
               PERFORM INTERPRETAR-PARAMETRO
           END-READ.

       INTERPRETAR-PARAMETRO.
           MOVE FUNCTION TRIM(VALOR-P) TO VALOR-AJUSTADO
           EVALUATE CRITERIO-P
               WHEN "DIAS"
                   IF FUNCTION TEST-NUMVAL(VALOR-AJUSTADO) = 0
                      AND FUNCTION NUMVAL(VALOR-AJUSTADO) >= 1
                      AND FUNCTION NUMVAL(VALOR-AJUSTADO) <= 366
                       MOVE FUNCTION NUMVAL(VALOR-AJUSTADO)
                           TO DIAS-LIMITE
                   ELSE
                       DISPLAY "DIAS INVALIDO (1 A 366), SE IGNORA: "
                           VALOR-P
                   END-IF
               WHEN "EXTRACTO"
                   IF VALOR-AJUSTADO(1:1) = "S"
                       MOVE 1 TO SW-EXTRACTO
                   ELSE
                       MOVE 0 TO SW-EXTRACTO
                   END-IF
               WHEN OTHER
                   DISPLAY "CRITERIO DESCONOCIDO, SE IGNORA: "
                       CRITERIO-P
           END-EVALUATE.

       ABRIR-FECHAS.
           OPEN INPUT FECHAS
           IF WS-FS-FECHA NOT = "00"
               DISPLAY "NO SE PUDO ABRIR AMIGOS-FEC.DAT, FILE STATUS "
                   WS-FS-FECHA
               MOVE 0 TO SW-CONTINUAR
           END-IF.

       GENERAR-CALENDARIO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO FECHA-HOY
           OPEN INPUT AMIGOS
           PERFORM ABRIR-CONTACTOS
           OPEN OUTPUT INFORME
           IF SW-EXTRACTO = 1
               OPEN OUTPUT EXTRACTO
           END-IF
           MOVE DIAS-LIMITE TO DIAS-ENC
           MOVE FECHA-HOY TO HOY-ENC
           WRITE REG-INFORME FROM LINEA-ENCABEZADO
           SORT TRABAJO
               ON ASCENDING KEY PROXIMA-T CODIGO-T TIPO-T
               INPUT PROCEDURE IS ENTRADA-SORT
               OUTPUT PROCEDURE IS SALIDA-SORT
           MOVE "FECHAS LEIDAS: " TO CONCEPTO-T
           MOVE TOTAL-LEIDAS TO TOTAL-T
           WRITE REG-INFORME FROM LINEA-TOTAL
           MOVE "FECHAS PROXIMAS: " TO CONCEPTO-T
           MOVE TOTAL-PROXIMAS TO TOTAL-T
           WRITE REG-INFORME FROM LINEA-TOTAL
           CLOSE AMIGOS FECHAS INFORME
           IF SW-EXTRACTO = 1
               CLOSE EXTRACTO
           END-IF
           IF SW-HAY-CONTACTOS = 1
               CLOSE CONTACTOS
           END-IF.

       ABRIR-CONTACTOS.
      * Sin AMIGOS-CONT.DAT el calendario vale igual: todos
      * quedan como SIN CONTACTO.
           OPEN INPUT CONTACTOS
           IF WS-FS-CONTACTO = "00"
               MOVE 1 TO SW-HAY-CONTACTOS
           ELSE
               MOVE 0 TO SW-HAY-CONTACTOS
               DISPLAY "SIN AMIGOS-CONT.DAT, TODO QUEDA COMO "
                   "SIN CONTACTO"
           END-IF.

       ENTRADA-SORT.
           MOVE ZEROS TO CODIGO-FEC
           MOVE SPACES TO TIPO-FEC
           START FECHAS KEY IS >= CLAVE-FEC
               INVALID KEY
                   MOVE 1 TO SW-FIN-FECHAS
           END-START
           PERFORM LEER-Y-LIBERAR UNTIL SW-FIN-FECHAS = 1.

       LEER-Y-LIBERAR.
           READ FECHAS NEXT RECORD
             AT END
               MOVE 1 TO SW-FIN-FECHAS
             NOT AT END
               ADD 1 TO TOTAL-LEIDAS
               PERFORM CALCULAR-PROXIMA
               IF DIAS-FALTAN <= DIAS-LIMITE
                   PERFORM LIBERAR-SI-ACTIVO
               END-IF
           END-READ.

       CALCULAR-PROXIMA.
      * La fecha en el anio en curso; si ya paso, la del anio que
      * viene. El 29 de febrero de un anio que no lo tiene pasa
      * al 28.
           MOVE FECHA-HOY(1:4) TO ANIO-PROXIMO
           PERFORM ARMAR-PROXIMA
           IF FECHA-PROXIMA < FECHA-HOY
               ADD 1 TO ANIO-PROXIMO
               PERFORM ARMAR-PROXIMA
           END-IF
           COMPUTE DIAS-FALTAN =
               FUNCTION INTEGER-OF-DATE(FECHA-PROXIMA)
               - FUNCTION INTEGER-OF-DATE(FECHA-HOY).

       ARMAR-PROXIMA.
           COMPUTE FECHA-PROXIMA =
               ANIO-PROXIMO * 10000 + MES-FEC * 100 + DIA-FEC
           IF FUNCTION TEST-DATE-YYYYMMDD(FECHA-PROXIMA) NOT = 0
               COMPUTE FECHA-PROXIMA =
                   ANIO-PROXIMO * 10000 + MES-FEC * 100 + 28
           END-IF.

       LIBERAR-SI-ACTIVO.
           MOVE CODIGO-FEC TO CODIGO
           READ AMIGOS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF ESTADO = "A"
                       PERFORM LIBERAR-FECHA
                   END-IF
           END-READ.

       LIBERAR-FECHA.
           MOVE FECHA-PROXIMA TO PROXIMA-T
           MOVE CODIGO-FEC TO CODIGO-T
           MOVE TIPO-FEC TO TIPO-T
           MOVE DIAS-FALTAN TO FALTAN-T
           MOVE ANIO-FEC TO ANIO-T
           IF ANIO-FEC > ZEROS AND ANIO-FEC < ANIO-PROXIMO
               COMPUTE ANIOS-T = ANIO-PROXIMO - ANIO-FEC
           ELSE
               MOVE ZEROS TO ANIOS-T
           END-IF
           MOVE DESCRIPCION-FEC TO DESCRIPCION-T
           MOVE NOMBRE TO NOMBRE-T
           MOVE TELEFONO TO TELEFONO-T
           MOVE EMAIL TO EMAIL-T
           MOVE DIRECCION TO DIRECCION-T
           MOVE CATEGORIA TO CATEGORIA-T
           RELEASE REG-TRABAJO.

       SALIDA-SORT.
           PERFORM RETORNAR
           PERFORM ESCRIBIR-FECHA UNTIL SW-FIN-SORT = 1.

       RETORNAR.
           RETURN TRABAJO
             AT END
               MOVE 1 TO SW-FIN-SORT
           END-RETURN.

       ESCRIBIR-FECHA.
           MOVE PROXIMA-T TO PROXIMA-L
           MOVE FALTAN-T TO FALTAN-L
           MOVE TIPO-T TO TIPO-L
           IF ANIOS-T > ZEROS
               MOVE ANIOS-T TO ANIOS-EDITADO
               MOVE ANIOS-EDITADO TO ANIOS-L
           ELSE
               MOVE SPACES TO ANIOS-L
           END-IF
           MOVE CODIGO-T TO CODIGO-L
           MOVE NOMBRE-T TO NOMBRE-L
           MOVE TELEFONO-T TO TELEFONO-L
           MOVE DIRECCION-T TO DIRECCION-L
           MOVE DESCRIPCION-T TO DESCRIPCION-L
           PERFORM BUSCAR-ULTIMO-CONTACTO
           IF ULTIMO-CONTACTO = SPACES
               MOVE "SIN CONTACTO" TO ULTIMO-L
           ELSE
               MOVE ULTIMO-CONTACTO TO ULTIMO-L
           END-IF
           WRITE REG-INFORME FROM LINEA-DETALLE
           ADD 1 TO TOTAL-PROXIMAS
           IF SW-EXTRACTO = 1
               PERFORM GRABAR-EXTRACTO
           END-IF
           PERFORM RETORNAR.

       BUSCAR-ULTIMO-CONTACTO.
      * Igual que en DESCUIDO: los contactos del CODIGO estan
      * contiguos por la clave compuesta y el ultimo leido es el
      * mas reciente.
           MOVE SPACES TO ULTIMO-CONTACTO
           IF SW-HAY-CONTACTOS = 1
               MOVE CODIGO-T TO CODIGO-CON
               MOVE SPACES TO FECHA-HORA-CON
               MOVE 0 TO SW-FIN-CONTACTOS
               START CONTACTOS KEY IS >= CLAVE-CON
                   INVALID KEY
                       MOVE 1 TO SW-FIN-CONTACTOS
               END-START
               PERFORM LEER-CONTACTO UNTIL SW-FIN-CONTACTOS = 1
           END-IF.

       LEER-CONTACTO.
           READ CONTACTOS NEXT RECORD
             AT END
               MOVE 1 TO SW-FIN-CONTACTOS
             NOT AT END
               IF CODIGO-CON NOT = CODIGO-T
                   MOVE 1 TO SW-FIN-CONTACTOS
               ELSE
                   MOVE FECHA-HORA-CON(1:8) TO ULTIMO-CONTACTO
               END-IF
           END-READ.

       GRABAR-EXTRACTO.
           MOVE CODIGO-T TO CODIGO-D
           MOVE NOMBRE-T TO NOMBRE-D
           MOVE TELEFONO-T TO TELEFONO-D
           MOVE EMAIL-T TO EMAIL-D
           MOVE DIRECCION-T TO DIRECCION-D
           MOVE CATEGORIA-T TO CATEGORIA-D
           WRITE REG-EXTRACTO FROM REG-DETALLE.

       GRABAR-CORRIDA-INICIO.
           MOVE "AGENDA" TO PROGRAMA-C
           MOVE "INICIO" TO TIPO-C
           MOVE ZEROS TO LEIDOS-C GRABADOS-C
           MOVE SPACE TO ESTADO-C
           PERFORM GRABAR-CORRIDA.

       GRABAR-CORRIDA-FIN.
           MOVE "FIN" TO TIPO-C
           MOVE TOTAL-LEIDAS TO LEIDOS-C
           MOVE TOTAL-PROXIMAS TO GRABADOS-C
           IF SW-CONTINUAR = 1
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
                   WS-FS-CONTROL
           END-IF.
