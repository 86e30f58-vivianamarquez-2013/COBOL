      * caminos pasan por GRABAR-LOG-ALTA/CAMBIO/BAJA, asi que
      * AMIGOS-LOG.TXT queda completo venga el cambio por teclado
      * o por lote.
      *
      * El CODIGO de un ALTA no se tipea: sale del numerador
      * AMIGOS-NUM.TXT (ver NUMERAEL.CPY), saltando todo numero
      * que ya figure en AMIGOS.DAT, AMIGOS-HIST.DAT o
      * AMIGOS-LOG.TXT, para no darle a alguien nuevo el CODIGO
      * de un archivado o de alguien borrado por OLVIDAR. En lote
      * pasa lo mismo con las ALTA que traen CODIGO-M en blanco;
      * las que traen CODIGO lo conservan (los lotes de correccion
      * de CONCILIA restauran personas con su CODIGO de siempre) y
      * el numerador sube si ese CODIGO lo pasa.
      *
      * Pide perfil M (ver FIRMAR.CBL).
      *-------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
             ASSIGN TO RANDOM "AMIGOS-LOG.TXT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-FS-LOG.
           SELECT OPTIONAL LOG-CODIGOS
             ASSIGN TO RANDOM "AMIGOS-LOG.TXT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-FS-LOG-CODIGOS.
           SELECT HISTORIAL
             ASSIGN TO RANDOM "AMIGOS-HIST.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS CODIGO-H
             FILE STATUS IS WS-FS-HIST.
           SELECT MOVIMIENTOS
             ASSIGN TO RANDOM "AMIGOS-MOV.TXT"
             ORGANIZATION IS LINE SEQUENTIAL
             ORGANIZATION IS LINE SEQUENTIAL.
           COPY CATEGOEL.
           COPY CANDADEL.
           COPY NUMERAEL.
      *-------------------------
       DATA DIVISION.
       FILE SECTION.
       COPY AMIGOSFD.
       FD AMIGOS-LOG.
       01 REG-LOG PIC X(243).
       FD LOG-CODIGOS.
       01 REG-LOG-CODIGO.
           05 CODIGO-LC PIC Z(5).
           05 FILLER PIC X(238).
       FD HISTORIAL.
       01 REG-HISTORIAL.
           05 CODIGO-H PIC 9(5).
           05 NOMBRE-H PIC X(30).
           05 TELEFONO-H PIC X(20).
           05 EMAIL-H PIC X(40).
           05 DIRECCION-H PIC X(50).
           05 CATEGORIA-H PIC X(10).
           05 ESTADO-H PIC X(1).
       FD MOVIMIENTOS.
       01 REG-MOVIMIENTO PIC X(170).
       FD MOV-REPORTE.
       FD CATEGORIAS.
       COPY CATEGOFD.
       FD CANDADO.
       01 REG-CANDADO PIC X(32).
       FD NUMERADOR.
       01 REG-NUMERADOR PIC X(29).
      *-------------------------
       WORKING-STORAGE SECTION.
       01 WS-FS-LOG PIC XX.
       01 WS-FS-MOV PIC XX.
       01 WS-FS-CATEGORIA PIC XX.
       01 WS-FS-CANDADO PIC XX.
       01 WS-FS-LOG-CODIGOS PIC XX.
       01 WS-FS-HIST PIC XX.
       01 WS-FS-NUMERADOR PIC XX.
       COPY AMIGOSLG.
       COPY CANDADWS.
       COPY NUMERAWS.
       COPY AMIGOSMV.
       COPY FIRMAWS.
       01 LINEA-RESULTADO.
           05 CODIGO-RES PIC Z(5).
           05 FILLER PIC X VALUE SPACE.
           05 ESTADO-ANTES PIC X(1).
           05 CATEGORIA-ANTES PIC X(10).
           05 SW-HAY-CATEGORIAS PIC 9 VALUE 0.
           05 SW-ERROR-CATEGORIAS PIC 9 VALUE 0.
           05 SW-CATEGORIA-OK PIC 9 VALUE 0.
           05 SW-BATCH PIC 9 VALUE 0.
           05 SW-FIN-MOV PIC 9 VALUE 0.
           05 TOTAL-APLICADOS PIC 9(5) VALUE ZEROS.
           05 TOTAL-RECHAZADOS PIC 9(5) VALUE ZEROS.
           05 SW-CANDADO-PROPIO PIC 9 VALUE 0.
           05 SW-HAY-HISTORIAL PIC 9 VALUE 0.
           05 SW-HAY-NUMERADOR PIC 9 VALUE 0.
           05 SW-FIN-LOG-CODIGOS PIC 9 VALUE 0.
           05 SW-FIN-DAT PIC 9 VALUE 0.
           05 SW-FIN-HIST PIC 9 VALUE 0.
           05 SW-CODIGO-LIBRE PIC 9 VALUE 0.
           05 SW-SIN-CODIGOS PIC 9 VALUE 0.
           05 ULTIMO-CODIGO PIC 9(5) VALUE ZEROS.
           05 CODIGO-CANDIDATO PIC 9(5) VALUE ZEROS.
           05 CODIGO-LEIDO PIC 9(5) VALUE ZEROS.
           05 MAYOR-EN-USO PIC 9(5) VALUE ZEROS.
           05 REG-AMIGOS-GUARDADO PIC X(156).
      * Una marca por CODIGO que aparece en AMIGOS-LOG.TXT, cargada
      * una sola vez al abrir, para no releer el log por cada
      * numero que se prueba.
       01 TABLA-CODIGOS-LOG.
           05 USADO-EN-LOG PIC 9 OCCURS 99999 TIMES.
      *-------------------------
       PROCEDURE DIVISION.
       PRINCIPAL.
           MOVE "MANTENER" TO FUNCION-F.
           MOVE "M" TO NIVEL-F.
           CALL "FIRMAR" USING FIRMA-OPERADOR.
           IF AUTORIZADO-F = "S"
               PERFORM TOMAR-CANDADO
           END-IF.
           IF SW-CANDADO-PROPIO = 1
               PERFORM DETECTAR-MOVIMIENTOS
               IF SW-BATCH = 1
               PERFORM GRABAR-CANDADO
           ELSE
               DISPLAY "AMIGOS.DAT EN USO POR " PROGRAMA-LCK
                   " DESDE " FECHA-HORA-LCK " OPERADOR " OPERADOR-LCK
               DISPLAY "SI ES UN CANDADO VIEJO DE UNA CORRIDA "
                   "ABORTADA, REVISARLO CON DESTRABA"
           END-IF.
           OPEN OUTPUT CANDADO
           MOVE "MANTENER" TO PROGRAMA-LCK
           MOVE FUNCTION CURRENT-DATE TO FECHA-HORA-LCK
           MOVE OPERADOR-F TO OPERADOR-LCK
           WRITE REG-CANDADO FROM REG-CANDADO-D
           CLOSE CANDADO.


       ABRIR-ARCHIVOS.
           OPEN I-O AMIGOS.
           PERFORM PREPARAR-NUMERADOR
           OPEN EXTEND AMIGOS-LOG
           IF WS-FS-LOG NOT = "00"
               DISPLAY "ERROR AL ABRIR AMIGOS-LOG.TXT, FILE STATUS "
           PERFORM ABRIR-CATEGORIAS.

       ABRIR-CATEGORIAS.
      * Sin CATEGORI.DAT (file status 35) se sigue aceptando
      * cualquier CATEGORIA, como antes de existir el maestro,
      * pero con aviso: el control solo rige cuando el maestro
      * esta cargado. Un maestro que existe pero no se puede abrir
      * es un error: no se acepta ninguna CATEGORIA hasta
      * arreglarlo.
           OPEN INPUT CATEGORIAS
           EVALUATE WS-FS-CATEGORIA
               WHEN "00"
                   MOVE 1 TO SW-HAY-CATEGORIAS
               WHEN "35"
                   MOVE 0 TO SW-HAY-CATEGORIAS
                   DISPLAY "SIN CATEGORI.DAT, NO SE VALIDA CATEGORIA"
               WHEN OTHER
                   MOVE 0 TO SW-HAY-CATEGORIAS
                   MOVE 1 TO SW-ERROR-CATEGORIAS
                   DISPLAY "NO SE PUDO ABRIR CATEGORI.DAT, FILE STATUS "
                       WS-FS-CATEGORIA
                   DISPLAY "NO SE ACEPTA NINGUNA CATEGORIA"
           END-EVALUATE.

       CERRAR-ARCHIVOS.
           CLOSE AMIGOS AMIGOS-LOG
           IF SW-HAY-CATEGORIAS = 1
               CLOSE CATEGORIAS
           END-IF
           IF SW-HAY-HISTORIAL = 1
               CLOSE HISTORIAL
           END-IF.

       PREPARAR-NUMERADOR.
      * Se marca que CODIGOS ya uso el log (antes de abrirlo para
      * agregar) y se lee el ultimo CODIGO entregado. Sin
      * AMIGOS-NUM.TXT el numerador arranca en el mayor CODIGO en
      * uso entre AMIGOS.DAT, AMIGOS-HIST.DAT y el log, y se graba
      * en ese momento para que NUMERO ya lo vea.
           MOVE ZEROS TO TABLA-CODIGOS-LOG
           MOVE ZEROS TO MAYOR-EN-USO
           PERFORM ABRIR-HISTORIAL
           PERFORM MARCAR-CODIGOS-LOG
           MOVE 0 TO SW-HAY-NUMERADOR
           OPEN INPUT NUMERADOR
           IF WS-FS-NUMERADOR = "00" OR WS-FS-NUMERADOR = "05"
               READ NUMERADOR
                 AT END
                   MOVE 0 TO SW-HAY-NUMERADOR
                 NOT AT END
                   MOVE REG-NUMERADOR TO REG-NUMERADOR-D
                   IF ULTIMO-CODIGO-N IS NUMERIC
                       MOVE 1 TO SW-HAY-NUMERADOR
                   END-IF
               END-READ
               CLOSE NUMERADOR
           END-IF
           IF SW-HAY-NUMERADOR = 1
               MOVE ULTIMO-CODIGO-N TO ULTIMO-CODIGO
           ELSE
               PERFORM BUSCAR-MAYOR-DAT
               PERFORM BUSCAR-MAYOR-HIST
               MOVE MAYOR-EN-USO TO ULTIMO-CODIGO
               DISPLAY "SIN AMIGOS-NUM.TXT, EL NUMERADOR ARRANCA EN "
                   ULTIMO-CODIGO " (MAYOR CODIGO EN USO)"
               PERFORM GRABAR-NUMERADOR
           END-IF.

       ABRIR-HISTORIAL.
      * Sin AMIGOS-HIST.DAT no hay archivados que saltar.
           OPEN INPUT HISTORIAL
           IF WS-FS-HIST = "00"
               MOVE 1 TO SW-HAY-HISTORIAL
           ELSE
               MOVE 0 TO SW-HAY-HISTORIAL
           END-IF.

       MARCAR-CODIGOS-LOG.
           OPEN INPUT LOG-CODIGOS
           IF WS-FS-LOG-CODIGOS = "00" OR WS-FS-LOG-CODIGOS = "05"
               MOVE 0 TO SW-FIN-LOG-CODIGOS
               PERFORM LEER-LOG-CODIGO UNTIL SW-FIN-LOG-CODIGOS = 1
               CLOSE LOG-CODIGOS
           END-IF.

       LEER-LOG-CODIGO.
           READ LOG-CODIGOS
             AT END
               MOVE 1 TO SW-FIN-LOG-CODIGOS
             NOT AT END
               IF CODIGO-LC NOT = SPACES
                   MOVE CODIGO-LC TO CODIGO-LEIDO
                   IF CODIGO-LEIDO > ZEROS
                       MOVE 1 TO USADO-EN-LOG(CODIGO-LEIDO)
                   END-IF
                   IF CODIGO-LEIDO > MAYOR-EN-USO
                       MOVE CODIGO-LEIDO TO MAYOR-EN-USO
                   END-IF
               END-IF
           END-READ.

       BUSCAR-MAYOR-DAT.
           MOVE 0 TO SW-FIN-DAT
           MOVE ZEROS TO CODIGO
           START AMIGOS KEY IS >= CODIGO
               INVALID KEY
                   MOVE 1 TO SW-FIN-DAT
           END-START
           PERFORM LEER-MAYOR-DAT UNTIL SW-FIN-DAT = 1.

       LEER-MAYOR-DAT.
           READ AMIGOS NEXT RECORD
             AT END
               MOVE 1 TO SW-FIN-DAT
             NOT AT END
               IF CODIGO > MAYOR-EN-USO
                   MOVE CODIGO TO MAYOR-EN-USO
               END-IF
           END-READ.

       BUSCAR-MAYOR-HIST.
           IF SW-HAY-HISTORIAL = 1
               MOVE 0 TO SW-FIN-HIST
               MOVE ZEROS TO CODIGO-H
               START HISTORIAL KEY IS >= CODIGO-H
                   INVALID KEY
                       MOVE 1 TO SW-FIN-HIST
               END-START
               PERFORM LEER-MAYOR-HIST UNTIL SW-FIN-HIST = 1
           END-IF.

       LEER-MAYOR-HIST.
           READ HISTORIAL NEXT RECORD
             AT END
               MOVE 1 TO SW-FIN-HIST
             NOT AT END
               IF CODIGO-H > MAYOR-EN-USO
                   MOVE CODIGO-H TO MAYOR-EN-USO
               END-IF
           END-READ.

       ASIGNAR-CODIGO.
      * Se prueba desde el ultimo CODIGO entregado hacia arriba. Las
      * lecturas de prueba pisan REG-AMIGOS, por eso se guarda lo
      * capturado y se repone al final con el CODIGO libre.
           MOVE REG-AMIGOS TO REG-AMIGOS-GUARDADO
           MOVE ULTIMO-CODIGO TO CODIGO-CANDIDATO
           MOVE 0 TO SW-CODIGO-LIBRE
           MOVE 0 TO SW-SIN-CODIGOS
           PERFORM PROBAR-SIGUIENTE
               UNTIL SW-CODIGO-LIBRE = 1 OR SW-SIN-CODIGOS = 1
           MOVE REG-AMIGOS-GUARDADO TO REG-AMIGOS
           IF SW-CODIGO-LIBRE = 1
               MOVE CODIGO-CANDIDATO TO CODIGO
           END-IF.

       PROBAR-SIGUIENTE.
           IF CODIGO-CANDIDATO = 99999
               MOVE 1 TO SW-SIN-CODIGOS
           ELSE
               ADD 1 TO CODIGO-CANDIDATO
               MOVE 1 TO SW-CODIGO-LIBRE
               IF USADO-EN-LOG(CODIGO-CANDIDATO) = 1
                   MOVE 0 TO SW-CODIGO-LIBRE
               END-IF
               IF SW-CODIGO-LIBRE = 1
                   MOVE CODIGO-CANDIDATO TO CODIGO
                   READ AMIGOS
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 0 TO SW-CODIGO-LIBRE
                   END-READ
               END-IF
               IF SW-CODIGO-LIBRE = 1 AND SW-HAY-HISTORIAL = 1
                   MOVE CODIGO-CANDIDATO TO CODIGO-H
                   READ HISTORIAL
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 0 TO SW-CODIGO-LIBRE
                   END-READ
               END-IF
           END-IF.

       ACTUALIZAR-NUMERADOR.
      * Despues de grabar un ALTA: el numerador nunca baja, solo
      * sube cuando el CODIGO grabado lo pasa.
           IF CODIGO > ULTIMO-CODIGO
               MOVE CODIGO TO ULTIMO-CODIGO
               PERFORM GRABAR-NUMERADOR
           END-IF.

       GRABAR-NUMERADOR.
           OPEN OUTPUT NUMERADOR
           MOVE ULTIMO-CODIGO TO ULTIMO-CODIGO-N
           MOVE FUNCTION CURRENT-DATE TO FECHA-HORA-N
           MOVE "MANTENER" TO PROGRAMA-N
           WRITE REG-NUMERADOR FROM REG-NUMERADOR-D
           IF WS-FS-NUMERADOR NOT = "00"
               DISPLAY "ERROR AL GRABAR AMIGOS-NUM.TXT, FILE STATUS "
                   WS-FS-NUMERADOR
           END-IF
           CLOSE NUMERADOR.

       VALIDAR-CATEGORIA.
      * La CATEGORIA capturada se normaliza a mayusculas (el
      * maestro guarda los codigos asi) y tiene que existir en
      * CATEGORI.DAT con ACTIVA-CAT "S" para aceptarse.
           MOVE FUNCTION UPPER-CASE(CATEGORIA) TO CATEGORIA
           IF SW-HAY-CATEGORIAS = 0
               IF SW-ERROR-CATEGORIAS = 0
                   MOVE 1 TO SW-CATEGORIA-OK
               ELSE
                   MOVE 0 TO SW-CATEGORIA-OK
               END-IF
           ELSE
               MOVE 0 TO SW-CATEGORIA-OK
               MOVE CATEGORIA TO CODIGO-CAT
               MOVE "CATEGORIA INEXISTENTE O INACTIVA"
                   TO MOTIVO-RECHAZO
           ELSE
               PERFORM BATCH-ALTA-CODIGO
               IF MOTIVO-RECHAZO = SPACES
                   PERFORM BATCH-ALTA-GRABAR
               END-IF
           END-IF.

       BATCH-ALTA-CODIGO.
      * Un ALTA con CODIGO-M en blanco toma el numero del
      * numerador; el CODIGO asignado vuelve a CODIGO-M para que
      * salga en AMIGOS-MOV.RPT.
           IF CODIGO-M = SPACES
               PERFORM ASIGNAR-CODIGO
               IF SW-SIN-CODIGOS = 1
                   MOVE "NO QUEDAN CODIGOS LIBRES" TO MOTIVO-RECHAZO
               ELSE
                   MOVE CODIGO TO CODIGO-M
               END-IF
           END-IF.

       BATCH-ALTA-GRABAR.
               NOT INVALID KEY
                   MOVE SPACES TO NOMBRE-ANTES TELEFONO-ANTES
                   PERFORM GRABAR-LOG-ALTA
                   PERFORM ACTUALIZAR-NUMERADOR
           END-WRITE.

       BATCH-CAMBIO.
           END-EVALUATE.

       ALTA.
           DISPLAY "NOMBRE: " WITH NO ADVANCING.
           ACCEPT NOMBRE.
           DISPLAY "TELEFONO: " WITH NO ADVANCING.
               DISPLAY "CATEGORIA INEXISTENTE O INACTIVA, "
                   "ALTA CANCELADA (VER CATEGORI)"
           ELSE
               PERFORM ASIGNAR-CODIGO
               IF SW-SIN-CODIGOS = 1
                   DISPLAY "NO QUEDAN CODIGOS LIBRES, ALTA CANCELADA"
               ELSE
                   PERFORM ALTA-GRABAR
               END-IF
           END-IF.

       ALTA-GRABAR.
               INVALID KEY
                   DISPLAY "YA EXISTE UN AMIGO CON ESE CODIGO"
               NOT INVALID KEY
                   DISPLAY "AMIGO AGREGADO CON CODIGO " CODIGO
                   MOVE SPACES TO NOMBRE-ANTES TELEFONO-ANTES
                   PERFORM GRABAR-LOG-ALTA
                   PERFORM ACTUALIZAR-NUMERADOR
           END-WRITE.

       CAMBIO.
