       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCESO.
      *-------------------------
      * Informe de acceso a los datos personales: cuando alguien
      * pregunta que tenemos guardado sobre el, junta en un solo
      * informe impreso (ACCESO.RPT) todo lo que hay de esa
      * persona, en vez de pegar pantallas de CONSULTA, HISTORIA,
      * REACTIVA y CONTACTO. La persona se busca por CODIGO, por
      * TELEFONO (clave alterna de AMIGOS.DAT) o por EMAIL, y en
      * los dos ultimos casos tambien entre los archivados de
      * AMIGOS-HIST.DAT; si el dato lo comparten varios, se
      * listan y el operador elige el CODIGO. El informe trae:
      *   - el registro de AMIGOS.DAT con la descripcion de su
      *     CATEGORIA en CATEGORI.DAT;
      *   - el registro de AMIGOS-HIST.DAT, si fue archivado;
      *   - cada contacto de AMIGOS-CONT.DAT, cada fecha clave de
      *     AMIGOS-FEC.DAT, cada gasto de AMIGOS-GAS.DAT y cada
      *     vinculo de AMIGOS-VIN.DAT, los que anoto y los que lo
      *     nombran (de la otra persona solo el CODIGO);
      *   - cada linea de AMIGOS-LOG.TXT y de los segmentos
      *     AMIGOS-LOG-AAAA.TXT que deja DEPURAR, con los valores
      *     antes y despues (el log guarda el antes solo de NOMBRE
      *     y TELEFONO). Como los anios presentes no se pueden
      *     listar, se prueban todos desde PRIMER-ANIO-LOG; los
      *     que no existen no se abren;
      *   - si el CODIGO aparece en los extractos AMIGOS.TXT y
      *     AMIGOS-EXT.TXT.
      * Lleva titulo, fecha y hora como el certificado de OLVIDAR
      * y ademas un numero propio, que sale de ACCESO-NUM.TXT
      * (mismo layout que AMIGOS-NUM.TXT, ver NUMERAWS.CPY): el
      * ultimo numero entregado, cuando y que programa lo movio.
      * Cada informe queda en la bitacora AMIGOS-CTL.TXT con
      * LEIDOS-C el CODIGO informado y GRABADOS-C el numero del
      * informe, para poder probar cuando se contesto.
      *
      * Solo lee los archivos de datos, no toma el candado.
      *
      * Pide perfil S (ver FIRMAR.CBL).
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
           COPY CATEGOEL.
           COPY CONTACEL.
           COPY FECHASEL.
           COPY GASTOSEL.
           COPY VINCULEL.
           SELECT ARCHIVO-LOG
             ASSIGN TO DYNAMIC NOMBRE-ARCHIVO-LOG
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-FS-LOG.
           SELECT PLANO
             ASSIGN TO RANDOM "AMIGOS.TXT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-FS-PLANO.
           SELECT EXTRACTO
             ASSIGN TO RANDOM "AMIGOS-EXT.TXT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-FS-EXTRACTO.
           SELECT OPTIONAL NUMERADOR
             ASSIGN TO RANDOM "ACCESO-NUM.TXT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-FS-NUMERADOR.
           SELECT INFORME
             ASSIGN TO RANDOM "ACCESO.RPT"
             ORGANIZATION IS LINE SEQUENTIAL.
           COPY CORRIDEL.
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
       FD CATEGORIAS.
       COPY CATEGOFD.
       FD CONTACTOS.
       COPY CONTACFD.
       FD FECHAS.
       COPY FECHASFD.
       FD GASTOS.
       COPY GASTOSFD.
       FD VINCULOS.
       COPY VINCULFD.
       FD ARCHIVO-LOG.
       01 REG-LOG PIC X(243).
       FD PLANO.
       01 REG-PLANO PIC X(161).
       FD EXTRACTO.
       01 REG-EXTRACTO PIC X(161).
       FD NUMERADOR.
       01 REG-NUMERADOR PIC X(29).
       FD INFORME.
       01 REG-INFORME PIC X(132).
       FD CORRIDAS.
       01 REG-CORRIDA PIC X(53).

       WORKING-STORAGE SECTION.
       01 WS-FS-HIST PIC XX.
       01 WS-FS-CATEGORIA PIC XX.
       01 WS-FS-CONTACTO PIC XX.
       01 WS-FS-FECHA PIC XX.
       01 WS-FS-GASTO PIC XX.
       01 WS-FS-VINCULO PIC XX.
       01 WS-FS-LOG PIC XX.
       01 WS-FS-PLANO PIC XX.
       01 WS-FS-EXTRACTO PIC XX.
       01 WS-FS-NUMERADOR PIC XX.
       01 WS-FS-CONTROL PIC XX.
       COPY AMIGOSLG.
       COPY CORRIDWS.
       COPY FIRMAWS.
      * Ultimo numero de informe entregado: ULTIMO-CODIGO-N lleva
      * aca el numero del informe, no un CODIGO.
       COPY NUMERAWS.
       01 NOMBRE-ARCHIVO-LOG PIC X(40).
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
       01 LINEA-TITULO PIC X(132)
           VALUE "INFORME DE ACCESO A LOS DATOS PERSONALES".
       01 LINEA-NUMERO.
           05 FILLER PIC X(8) VALUE "NUMERO: ".
           05 NUMERO-INF PIC Z(4)9.
       01 LINEA-FECHA.
           05 FILLER PIC X(7) VALUE "FECHA: ".
           05 FECHA-INF PIC X(8).
           05 FILLER PIC X(7) VALUE " HORA: ".
           05 HORA-INF PIC X(6).
       01 LINEA-CODIGO.
           05 FILLER PIC X(8) VALUE "CODIGO: ".
           05 CODIGO-INF PIC Z(5).
       01 LINEA-PEDIDO.
           05 FILLER PIC X(15) VALUE "BUSCADO POR:   ".
           05 PEDIDO-INF PIC X(60).
       01 LINEA-RESULTADO.
           05 ARCHIVO-INF PIC X(16).
           05 FILLER PIC X(2) VALUE ": ".
           05 DETALLE-INF PIC X(60).
       01 LINEA-CAMPO.
           05 FILLER PIC X(4) VALUE SPACES.
           05 ROTULO-INF PIC X(14).
           05 VALOR-INF PIC X(60).
       01 LINEA-CAMBIO.
           05 FILLER PIC X(4) VALUE SPACES.
           05 ROTULO-CAM PIC X(14).
           05 ANTES-CAM PIC X(50).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DESPUES-CAM PIC X(50).
       01 LINEA-CONTACTO.
           05 FILLER PIC X(4) VALUE SPACES.
           05 FECHA-HORA-IC PIC X(14).
           05 FILLER PIC X(2) VALUE SPACES.
           05 TIPO-IC PIC X(7).
           05 FILLER PIC X(2) VALUE SPACES.
           05 NOTA-IC PIC X(40).
       01 LINEA-FECHA-CLAVE.
           05 FILLER PIC X(4) VALUE SPACES.
           05 TIPO-IF PIC X(7).
           05 FILLER PIC X(2) VALUE SPACES.
           05 FECHA-IF PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DESCRIPCION-IF PIC X(30).
       01 LINEA-GASTO.
           05 FILLER PIC X(4) VALUE SPACES.
           05 FECHA-IG PIC 9(8).
           05 FILLER PIC X VALUE "-".
           05 NUMERO-IG PIC 99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 IMPORTE-IG PIC -(7)9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 CONCEPTO-IG PIC X(20).
           05 FILLER PIC X(2) VALUE SPACES.
           05 CATEGORIA-IG PIC X(10).
           05 FILLER PIC X(2) VALUE SPACES.
           05 NOTA-IG PIC X(60).
       01 LINEA-VINCULO.
           05 FILLER PIC X(4) VALUE SPACES.
           05 SENTIDO-IV PIC X(20).
           05 CODIGO-IV PIC Z(5).
           05 FILLER PIC X(2) VALUE SPACES.
           05 TIPO-IV PIC X(8).
           05 FILLER PIC X(10) VALUE "  ESTADO: ".
           05 ESTADO-IV PIC X(1).
       01 LINEA-OPERACION.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FECHA-HORA-IO PIC X(14).
           05 FILLER PIC X(2) VALUE SPACES.
           05 OPERACION-IO PIC X(6).
           05 FILLER PIC X(4) VALUE " EN ".
           05 ARCHIVO-IO PIC X(40).
       01 LINEA-FIN.
           05 FILLER PIC X(26) VALUE "FIN DEL INFORME NUMERO ".
           05 NUMERO-FIN PIC Z(4)9.
      * Las personas que comparten el TELEFONO o EMAIL buscado.
       01 TABLA-CANDIDATOS.
           05 CANDIDATO OCCURS 10 TIMES.
               10 CODIGO-CAND PIC 9(5).
               10 NOMBRE-CAND PIC X(30).
               10 ORIGEN-CAND PIC X(15).
       01 VARIABLES.
           05 SW-CONTINUAR PIC 9 VALUE 1.
           05 SW-FIN-ARCHIVO PIC 9 VALUE 0.
           05 SW-FIN-DAT PIC 9 VALUE 0.
           05 SW-FIN-HIST PIC 9 VALUE 0.
           05 SW-FIN-CONTACTOS PIC 9 VALUE 0.
           05 SW-FIN-FECHAS PIC 9 VALUE 0.
           05 SW-FIN-GASTOS PIC 9 VALUE 0.
           05 SW-FIN-VINCULOS PIC 9 VALUE 0.
           05 SW-HAY-NUMERADOR PIC 9 VALUE 0.
           05 SW-ESTA-EN-LISTA PIC 9 VALUE 0.
           05 OPCION PIC 9 VALUE 0.
           05 CODIGO-PEDIDO PIC 9(5) VALUE ZEROS.
           05 CODIGO-EDITADO PIC Z(5).
           05 TELEFONO-BUSCADO PIC X(20).
           05 EMAIL-BUSCADO PIC X(40).
           05 EMAIL-LEIDO PIC X(40).
           05 CODIGO-LEIDO PIC 9(5).
           05 NOMBRE-LEIDO PIC X(30).
           05 ORIGEN-LEIDO PIC X(15).
           05 TOTAL-CANDIDATOS PIC 9(2) VALUE ZEROS.
           05 CANDIDATOS-SIN-LUGAR PIC 9(3) VALUE ZEROS.
           05 IND PIC 9(2) VALUE ZEROS.
           05 NUMERO-INFORME PIC 9(5) VALUE ZEROS.
           05 FECHA-HORA PIC X(14).
           05 ANIO-HOY PIC 9(4).
           05 ANIO-SEGMENTO PIC 9(4).
           05 TOTAL-ENCONTRADOS PIC 9(5) VALUE ZEROS.
           05 TOTAL-LINEAS-LOG PIC 9(5) VALUE ZEROS.
           05 APARICIONES PIC 9(5) VALUE ZEROS.
       01 CONSTANTES.
           05 MAXIMO-CANDIDATOS PIC 9(2) VALUE 10.
           05 PRIMER-ANIO-LOG PIC 9(4) VALUE 1990.
      *----------------------------
       PROCEDURE DIVISION.
       PRINCIPAL.
           OPEN EXTEND CORRIDAS.
           MOVE "ACCESO" TO FUNCION-F.
           MOVE "S" TO NIVEL-F.
           CALL "FIRMAR" USING FIRMA-OPERADOR.
           PERFORM GRABAR-CORRIDA-INICIO.
           IF AUTORIZADO-F = "S"
               PERFORM PEDIR-PERSONA
           ELSE
               MOVE 0 TO SW-CONTINUAR
           END-IF.
           IF SW-CONTINUAR = 1
               PERFORM NUMERAR-INFORME
               PERFORM EMITIR-INFORME
           END-IF.
           PERFORM GRABAR-CORRIDA-FIN.
           CLOSE CORRIDAS.
           STOP RUN.

      *---------------------------
      * Quien es la persona: por CODIGO directo, o por TELEFONO o
      * EMAIL entre AMIGOS.DAT y AMIGOS-HIST.DAT.
      *---------------------------
       PEDIR-PERSONA.
           MOVE SPACES TO PEDIDO-INF
           DISPLAY "1-POR CODIGO  2-POR TELEFONO  3-POR EMAIL".
           DISPLAY "OPCION: " WITH NO ADVANCING.
           ACCEPT OPCION.
           EVALUATE OPCION
               WHEN 1
                   PERFORM PEDIR-CODIGO
               WHEN 2
                   PERFORM BUSCAR-POR-TELEFONO
                   PERFORM ELEGIR-CANDIDATO
               WHEN 3
                   PERFORM BUSCAR-POR-EMAIL
                   PERFORM ELEGIR-CANDIDATO
               WHEN OTHER
                   DISPLAY "OPCION INVALIDA"
                   MOVE 0 TO SW-CONTINUAR
           END-EVALUATE.
           IF SW-CONTINUAR = 1
      * El log guarda el CODIGO editado con supresion de ceros
      * (ver AMIGOSLG.CPY); para comparar se edita igual.
               MOVE CODIGO-PEDIDO TO CODIGO-EDITADO
           END-IF.

       PEDIR-CODIGO.
           DISPLAY "CODIGO: " WITH NO ADVANCING
           ACCEPT CODIGO-PEDIDO
           IF CODIGO-PEDIDO = ZEROS
               DISPLAY "CODIGO INVALIDO"
               MOVE 0 TO SW-CONTINUAR
           ELSE
               MOVE "CODIGO" TO PEDIDO-INF
           END-IF.

       BUSCAR-POR-TELEFONO.
      * En AMIGOS.DAT por la clave alterna, siguiendo con READ
      * NEXT mientras no cambie el numero; AMIGOS-HIST.DAT no
      * tiene claves alternas y se recorre entero.
           DISPLAY "TELEFONO: " WITH NO ADVANCING
           ACCEPT TELEFONO-BUSCADO
           MOVE SPACES TO PEDIDO-INF
           STRING "TELEFONO " TELEFONO-BUSCADO
               DELIMITED BY SIZE INTO PEDIDO-INF
           END-STRING
           MOVE ZEROS TO TOTAL-CANDIDATOS
           OPEN INPUT AMIGOS
           MOVE TELEFONO-BUSCADO TO TELEFONO
           MOVE 0 TO SW-FIN-DAT
           START AMIGOS KEY IS = TELEFONO
               INVALID KEY
                   MOVE 1 TO SW-FIN-DAT
           END-START
           PERFORM LEER-POR-TELEFONO UNTIL SW-FIN-DAT = 1
           CLOSE AMIGOS
           OPEN INPUT HISTORIAL
           IF WS-FS-HIST = "00"
               PERFORM ARRANCAR-HISTORIAL
               PERFORM LEER-HIST-POR-TELEFONO UNTIL SW-FIN-HIST = 1
               CLOSE HISTORIAL
           END-IF.

       LEER-POR-TELEFONO.
           READ AMIGOS NEXT RECORD
             AT END
               MOVE 1 TO SW-FIN-DAT
             NOT AT END
               IF TELEFONO NOT = TELEFONO-BUSCADO
                   MOVE 1 TO SW-FIN-DAT
               ELSE
                   MOVE CODIGO TO CODIGO-LEIDO
                   MOVE NOMBRE TO NOMBRE-LEIDO
                   MOVE "AMIGOS.DAT" TO ORIGEN-LEIDO
                   PERFORM AGREGAR-CANDIDATO
               END-IF
           END-READ.

       LEER-HIST-POR-TELEFONO.
           READ HISTORIAL NEXT RECORD
             AT END
               MOVE 1 TO SW-FIN-HIST
             NOT AT END
               IF TELEFONO-H = TELEFONO-BUSCADO
                   MOVE CODIGO-H TO CODIGO-LEIDO
                   MOVE NOMBRE-H TO NOMBRE-LEIDO
                   MOVE "AMIGOS-HIST.DAT" TO ORIGEN-LEIDO
                   PERFORM AGREGAR-CANDIDATO
               END-IF
           END-READ.

       BUSCAR-POR-EMAIL.
      * El EMAIL no es clave en ningun archivo: se recorren los
      * dos enteros, sin distinguir mayusculas.
           DISPLAY "EMAIL: " WITH NO ADVANCING
           ACCEPT EMAIL-BUSCADO
           MOVE SPACES TO PEDIDO-INF
           STRING "EMAIL " EMAIL-BUSCADO
               DELIMITED BY SIZE INTO PEDIDO-INF
           END-STRING
           MOVE FUNCTION UPPER-CASE(EMAIL-BUSCADO) TO EMAIL-BUSCADO
           MOVE ZEROS TO TOTAL-CANDIDATOS
           IF EMAIL-BUSCADO NOT = SPACES
               OPEN INPUT AMIGOS
               MOVE ZEROS TO CODIGO
               MOVE 0 TO SW-FIN-DAT
               START AMIGOS KEY IS >= CODIGO
                   INVALID KEY
                       MOVE 1 TO SW-FIN-DAT
               END-START
               PERFORM LEER-POR-EMAIL UNTIL SW-FIN-DAT = 1
               CLOSE AMIGOS
               OPEN INPUT HISTORIAL
               IF WS-FS-HIST = "00"
                   PERFORM ARRANCAR-HISTORIAL
                   PERFORM LEER-HIST-POR-EMAIL UNTIL SW-FIN-HIST = 1
                   CLOSE HISTORIAL
               END-IF
           END-IF.

       LEER-POR-EMAIL.
           READ AMIGOS NEXT RECORD
             AT END
               MOVE 1 TO SW-FIN-DAT
             NOT AT END
               MOVE FUNCTION UPPER-CASE(EMAIL) TO EMAIL-LEIDO
               IF EMAIL-LEIDO = EMAIL-BUSCADO
                   MOVE CODIGO TO CODIGO-LEIDO
                   MOVE NOMBRE TO NOMBRE-LEIDO
                   MOVE "AMIGOS.DAT" TO ORIGEN-LEIDO
                   PERFORM AGREGAR-CANDIDATO
               END-IF
           END-READ.

       LEER-HIST-POR-EMAIL.
           READ HISTORIAL NEXT RECORD
             AT END
               MOVE 1 TO SW-FIN-HIST
             NOT AT END
               MOVE FUNCTION UPPER-CASE(EMAIL-H) TO EMAIL-LEIDO
               IF EMAIL-LEIDO = EMAIL-BUSCADO
                   MOVE CODIGO-H TO CODIGO-LEIDO
                   MOVE NOMBRE-H TO NOMBRE-LEIDO
                   MOVE "AMIGOS-HIST.DAT" TO ORIGEN-LEIDO
                   PERFORM AGREGAR-CANDIDATO
               END-IF
           END-READ.

       ARRANCAR-HISTORIAL.
           MOVE ZEROS TO CODIGO-H
           MOVE 0 TO SW-FIN-HIST
           START HISTORIAL KEY IS >= CODIGO-H
               INVALID KEY
                   MOVE 1 TO SW-FIN-HIST
           END-START.

       AGREGAR-CANDIDATO.
           IF TOTAL-CANDIDATOS < MAXIMO-CANDIDATOS
               ADD 1 TO TOTAL-CANDIDATOS
               MOVE CODIGO-LEIDO TO CODIGO-CAND(TOTAL-CANDIDATOS)
               MOVE NOMBRE-LEIDO TO NOMBRE-CAND(TOTAL-CANDIDATOS)
               MOVE ORIGEN-LEIDO TO ORIGEN-CAND(TOTAL-CANDIDATOS)
           ELSE
               ADD 1 TO CANDIDATOS-SIN-LUGAR
           END-IF.

       ELEGIR-CANDIDATO.
      * Con uno solo se sigue con ese; con varios el operador
      * elige el CODIGO de la lista.
           EVALUATE TOTAL-CANDIDATOS
               WHEN ZEROS
                   DISPLAY "NINGUN REGISTRO CON ESE DATO"
                   MOVE 0 TO SW-CONTINUAR
               WHEN 1
                   MOVE CODIGO-CAND(1) TO CODIGO-PEDIDO
               WHEN OTHER
                   DISPLAY "VARIAS PERSONAS CON ESE DATO:"
                   PERFORM LISTAR-CANDIDATO
                       VARYING IND FROM 1 BY 1
                       UNTIL IND > TOTAL-CANDIDATOS
                   IF CANDIDATOS-SIN-LUGAR > ZEROS
                       DISPLAY "Y " CANDIDATOS-SIN-LUGAR
                           " MAS QUE NO SE LISTAN"
                   END-IF
                   DISPLAY "CODIGO ELEGIDO: " WITH NO ADVANCING
                   ACCEPT CODIGO-PEDIDO
                   MOVE 0 TO SW-ESTA-EN-LISTA
                   PERFORM COMPARAR-CANDIDATO
                       VARYING IND FROM 1 BY 1
                       UNTIL IND > TOTAL-CANDIDATOS
                   IF SW-ESTA-EN-LISTA = 0
                       DISPLAY "ESE CODIGO NO ESTA EN LA LISTA"
                       MOVE 0 TO SW-CONTINUAR
                   END-IF
           END-EVALUATE.

       LISTAR-CANDIDATO.
           DISPLAY "  " CODIGO-CAND(IND) "  " NOMBRE-CAND(IND)
               "  " ORIGEN-CAND(IND).

       COMPARAR-CANDIDATO.
           IF CODIGO-CAND(IND) = CODIGO-PEDIDO
               MOVE 1 TO SW-ESTA-EN-LISTA
           END-IF.

      *---------------------------
      * El numero del informe. Sin ACCESO-NUM.TXT se arranca en 1.
      *---------------------------
       NUMERAR-INFORME.
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
               COMPUTE NUMERO-INFORME = ULTIMO-CODIGO-N + 1
           ELSE
               MOVE 1 TO NUMERO-INFORME
           END-IF
           OPEN OUTPUT NUMERADOR
           MOVE NUMERO-INFORME TO ULTIMO-CODIGO-N
           MOVE FUNCTION CURRENT-DATE TO FECHA-HORA-N
           MOVE "ACCESO" TO PROGRAMA-N
           WRITE REG-NUMERADOR FROM REG-NUMERADOR-D
           IF WS-FS-NUMERADOR NOT = "00"
               DISPLAY "ERROR AL GRABAR ACCESO-NUM.TXT, FILE STATUS "
                   WS-FS-NUMERADOR
           END-IF
           CLOSE NUMERADOR.

       EMITIR-INFORME.
           OPEN OUTPUT INFORME
           WRITE REG-INFORME FROM LINEA-TITULO
           MOVE NUMERO-INFORME TO NUMERO-INF
           WRITE REG-INFORME FROM LINEA-NUMERO
           MOVE FUNCTION CURRENT-DATE TO FECHA-HORA
           MOVE FECHA-HORA(1:8) TO FECHA-INF
           MOVE FECHA-HORA(9:6) TO HORA-INF
           MOVE FECHA-HORA(1:4) TO ANIO-HOY
           WRITE REG-INFORME FROM LINEA-FECHA
           MOVE CODIGO-PEDIDO TO CODIGO-INF
           WRITE REG-INFORME FROM LINEA-CODIGO
           WRITE REG-INFORME FROM LINEA-PEDIDO
           PERFORM INFORMAR-AMIGOS
           PERFORM INFORMAR-HISTORIAL
           PERFORM INFORMAR-CONTACTOS
           PERFORM INFORMAR-FECHAS
           PERFORM INFORMAR-GASTOS
           PERFORM INFORMAR-VINCULOS
           PERFORM INFORMAR-LOG
           PERFORM INFORMAR-PLANO
           PERFORM INFORMAR-EXTRACTO
           MOVE SPACES TO REG-INFORME
           WRITE REG-INFORME
           MOVE NUMERO-INFORME TO NUMERO-FIN
           WRITE REG-INFORME FROM LINEA-FIN
           CLOSE INFORME
           DISPLAY "INFORME NUMERO " NUMERO-INFORME
               " EMITIDO EN ACCESO.RPT".

       INFORMAR-AMIGOS.
           MOVE "AMIGOS.DAT" TO ARCHIVO-INF
           OPEN INPUT AMIGOS
           MOVE CODIGO-PEDIDO TO CODIGO
           READ AMIGOS
               INVALID KEY
                   MOVE "SIN REGISTRO DE ESE CODIGO" TO DETALLE-INF
                   PERFORM GRABAR-RESULTADO
               NOT INVALID KEY
                   MOVE "REGISTRO VIGENTE" TO DETALLE-INF
                   PERFORM GRABAR-RESULTADO
                   MOVE "NOMBRE:" TO ROTULO-INF
                   MOVE NOMBRE TO VALOR-INF
                   PERFORM GRABAR-CAMPO
                   MOVE "TELEFONO:" TO ROTULO-INF
                   MOVE TELEFONO TO VALOR-INF
                   PERFORM GRABAR-CAMPO
                   MOVE "EMAIL:" TO ROTULO-INF
                   MOVE EMAIL TO VALOR-INF
                   PERFORM GRABAR-CAMPO
                   MOVE "DIRECCION:" TO ROTULO-INF
                   MOVE DIRECCION TO VALOR-INF
                   PERFORM GRABAR-CAMPO
                   MOVE CATEGORIA TO CODIGO-CAT
                   PERFORM GRABAR-CATEGORIA
                   MOVE "ESTADO:" TO ROTULO-INF
                   MOVE ESTADO TO VALOR-INF
                   PERFORM GRABAR-CAMPO
           END-READ
           CLOSE AMIGOS.

       INFORMAR-HISTORIAL.
           MOVE "AMIGOS-HIST.DAT" TO ARCHIVO-INF
           OPEN INPUT HISTORIAL
           IF WS-FS-HIST NOT = "00"
               MOVE "NO EXISTE" TO DETALLE-INF
               PERFORM GRABAR-RESULTADO
           ELSE
               MOVE CODIGO-PEDIDO TO CODIGO-H
               READ HISTORIAL
                   INVALID KEY
                       MOVE "SIN REGISTRO DE ESE CODIGO"
                           TO DETALLE-INF
                       PERFORM GRABAR-RESULTADO
                   NOT INVALID KEY
                       MOVE "REGISTRO ARCHIVADO" TO DETALLE-INF
                       PERFORM GRABAR-RESULTADO
                       MOVE "NOMBRE:" TO ROTULO-INF
                       MOVE NOMBRE-H TO VALOR-INF
                       PERFORM GRABAR-CAMPO
                       MOVE "TELEFONO:" TO ROTULO-INF
                       MOVE TELEFONO-H TO VALOR-INF
                       PERFORM GRABAR-CAMPO
                       MOVE "EMAIL:" TO ROTULO-INF
                       MOVE EMAIL-H TO VALOR-INF
                       PERFORM GRABAR-CAMPO
                       MOVE "DIRECCION:" TO ROTULO-INF
                       MOVE DIRECCION-H TO VALOR-INF
                       PERFORM GRABAR-CAMPO
                       MOVE CATEGORIA-H TO CODIGO-CAT
                       PERFORM GRABAR-CATEGORIA
                       MOVE "ESTADO:" TO ROTULO-INF
                       MOVE ESTADO-H TO VALOR-INF
                       PERFORM GRABAR-CAMPO
               END-READ
               CLOSE HISTORIAL
           END-IF.

       GRABAR-CATEGORIA.
      * CODIGO-CAT ya cargado; la descripcion va al lado si la
      * categoria esta en CATEGORI.DAT.
           MOVE "CATEGORIA:" TO ROTULO-INF
           MOVE SPACES TO VALOR-INF
           MOVE CODIGO-CAT TO VALOR-INF(1:10)
           OPEN INPUT CATEGORIAS
           IF WS-FS-CATEGORIA = "00"
               READ CATEGORIAS
                   INVALID KEY
                       MOVE "NO ESTA EN CATEGORI.DAT"
                           TO VALOR-INF(12:30)
                   NOT INVALID KEY
                       MOVE DESCRIPCION-CAT TO VALOR-INF(12:30)
               END-READ
               CLOSE CATEGORIAS
           END-IF
           PERFORM GRABAR-CAMPO.

       INFORMAR-CONTACTOS.
      * Los contactos del CODIGO estan contiguos por la clave
      * compuesta, igual que en OLVIDAR las fechas.
           MOVE "AMIGOS-CONT.DAT" TO ARCHIVO-INF
           MOVE ZEROS TO TOTAL-ENCONTRADOS
           OPEN INPUT CONTACTOS
           IF WS-FS-CONTACTO NOT = "00"
               MOVE "NO EXISTE" TO DETALLE-INF
               PERFORM GRABAR-RESULTADO
           ELSE
               MOVE "CONTACTOS REGISTRADOS:" TO DETALLE-INF
               PERFORM GRABAR-RESULTADO
               MOVE CODIGO-PEDIDO TO CODIGO-CON
               MOVE LOW-VALUES TO FECHA-HORA-CON
               MOVE 0 TO SW-FIN-CONTACTOS
               START CONTACTOS KEY IS >= CLAVE-CON
                   INVALID KEY
                       MOVE 1 TO SW-FIN-CONTACTOS
               END-START
               PERFORM INFORMAR-CONTACTO UNTIL SW-FIN-CONTACTOS = 1
               CLOSE CONTACTOS
               PERFORM GRABAR-CANTIDAD
           END-IF.

       INFORMAR-CONTACTO.
           READ CONTACTOS NEXT RECORD
             AT END
               MOVE 1 TO SW-FIN-CONTACTOS
             NOT AT END
               IF CODIGO-CON NOT = CODIGO-PEDIDO
                   MOVE 1 TO SW-FIN-CONTACTOS
               ELSE
                   MOVE FECHA-HORA-CON TO FECHA-HORA-IC
                   MOVE TIPO-CON TO TIPO-IC
                   MOVE NOTA-CON TO NOTA-IC
                   WRITE REG-INFORME FROM LINEA-CONTACTO
                   ADD 1 TO TOTAL-ENCONTRADOS
               END-IF
           END-READ.

       INFORMAR-FECHAS.
           MOVE "AMIGOS-FEC.DAT" TO ARCHIVO-INF
           MOVE ZEROS TO TOTAL-ENCONTRADOS
           OPEN INPUT FECHAS
           IF WS-FS-FECHA NOT = "00"
               MOVE "NO EXISTE" TO DETALLE-INF
               PERFORM GRABAR-RESULTADO
           ELSE
               MOVE "FECHAS CLAVE REGISTRADAS:" TO DETALLE-INF
               PERFORM GRABAR-RESULTADO
               MOVE CODIGO-PEDIDO TO CODIGO-FEC
               MOVE SPACES TO TIPO-FEC
               MOVE 0 TO SW-FIN-FECHAS
               START FECHAS KEY IS >= CLAVE-FEC
                   INVALID KEY
                       MOVE 1 TO SW-FIN-FECHAS
               END-START
               PERFORM INFORMAR-FECHA UNTIL SW-FIN-FECHAS = 1
               CLOSE FECHAS
               PERFORM GRABAR-CANTIDAD
           END-IF.

       INFORMAR-FECHA.
           READ FECHAS NEXT RECORD
             AT END
               MOVE 1 TO SW-FIN-FECHAS
             NOT AT END
               IF CODIGO-FEC NOT = CODIGO-PEDIDO
                   MOVE 1 TO SW-FIN-FECHAS
               ELSE
                   MOVE TIPO-FEC TO TIPO-IF
                   MOVE FECHA-FEC TO FECHA-IF
                   MOVE DESCRIPCION-FEC TO DESCRIPCION-IF
                   WRITE REG-INFORME FROM LINEA-FECHA-CLAVE
                   ADD 1 TO TOTAL-ENCONTRADOS
               END-IF
           END-READ.

       INFORMAR-GASTOS.
           MOVE "AMIGOS-GAS.DAT" TO ARCHIVO-INF
           MOVE ZEROS TO TOTAL-ENCONTRADOS
           OPEN INPUT GASTOS
           IF WS-FS-GASTO NOT = "00"
               MOVE "NO EXISTE" TO DETALLE-INF
               PERFORM GRABAR-RESULTADO
           ELSE
               MOVE "GASTOS REGISTRADOS:" TO DETALLE-INF
               PERFORM GRABAR-RESULTADO
               MOVE CODIGO-PEDIDO TO CODIGO-GAS
               MOVE ZEROS TO FECHA-GAS NUMERO-GAS
               MOVE 0 TO SW-FIN-GASTOS
               START GASTOS KEY IS >= CLAVE-GAS
                   INVALID KEY
                       MOVE 1 TO SW-FIN-GASTOS
               END-START
               PERFORM INFORMAR-GASTO UNTIL SW-FIN-GASTOS = 1
               CLOSE GASTOS
               PERFORM GRABAR-CANTIDAD
           END-IF.

       INFORMAR-GASTO.
           READ GASTOS NEXT RECORD
             AT END
               MOVE 1 TO SW-FIN-GASTOS
             NOT AT END
               IF CODIGO-GAS NOT = CODIGO-PEDIDO
                   MOVE 1 TO SW-FIN-GASTOS
               ELSE
                   MOVE FECHA-GAS TO FECHA-IG
                   MOVE NUMERO-GAS TO NUMERO-IG
                   MOVE IMPORTE-GAS TO IMPORTE-IG
                   MOVE CONCEPTO-GAS TO CONCEPTO-IG
                   MOVE CATEGORIA-GAS TO CATEGORIA-IG
                   MOVE NOTA-GAS TO NOTA-IG
                   WRITE REG-INFORME FROM LINEA-GASTO
                   ADD 1 TO TOTAL-ENCONTRADOS
               END-IF
           END-READ.

       INFORMAR-VINCULOS.
      * Como en OLVIDAR: primero los que anoto la persona, despues
      * los que la nombran por la clave alterna. De la otra
      * persona va solo el CODIGO, sus datos no son de este
      * informe.
           MOVE "AMIGOS-VIN.DAT" TO ARCHIVO-INF
           MOVE ZEROS TO TOTAL-ENCONTRADOS
           OPEN INPUT VINCULOS
           IF WS-FS-VINCULO NOT = "00"
               MOVE "NO EXISTE" TO DETALLE-INF
               PERFORM GRABAR-RESULTADO
           ELSE
               MOVE "VINCULOS REGISTRADOS:" TO DETALLE-INF
               PERFORM GRABAR-RESULTADO
               MOVE CODIGO-PEDIDO TO CODIGO-VIN
               MOVE ZEROS TO CODIGO-REL-VIN
               MOVE 0 TO SW-FIN-VINCULOS
               START VINCULOS KEY IS >= CLAVE-VIN
                   INVALID KEY
                       MOVE 1 TO SW-FIN-VINCULOS
               END-START
               PERFORM INFORMAR-VINCULO-PROPIO
                   UNTIL SW-FIN-VINCULOS = 1
               MOVE CODIGO-PEDIDO TO CODIGO-REL-VIN
               MOVE 0 TO SW-FIN-VINCULOS
               START VINCULOS KEY IS = CODIGO-REL-VIN
                   INVALID KEY
                       MOVE 1 TO SW-FIN-VINCULOS
               END-START
               PERFORM INFORMAR-VINCULO-AJENO
                   UNTIL SW-FIN-VINCULOS = 1
               CLOSE VINCULOS
               PERFORM GRABAR-CANTIDAD
           END-IF.

       INFORMAR-VINCULO-PROPIO.
           READ VINCULOS NEXT RECORD
             AT END
               MOVE 1 TO SW-FIN-VINCULOS
             NOT AT END
               IF CODIGO-VIN NOT = CODIGO-PEDIDO
                   MOVE 1 TO SW-FIN-VINCULOS
               ELSE
                   MOVE "ANOTADO CON CODIGO" TO SENTIDO-IV
                   MOVE CODIGO-REL-VIN TO CODIGO-IV
                   PERFORM GRABAR-VINCULO
               END-IF
           END-READ.

       INFORMAR-VINCULO-AJENO.
           READ VINCULOS NEXT RECORD
             AT END
               MOVE 1 TO SW-FIN-VINCULOS
             NOT AT END
               IF CODIGO-REL-VIN NOT = CODIGO-PEDIDO
                   MOVE 1 TO SW-FIN-VINCULOS
               ELSE
                   MOVE "NOMBRADO POR CODIGO" TO SENTIDO-IV
                   MOVE CODIGO-VIN TO CODIGO-IV
                   PERFORM GRABAR-VINCULO
               END-IF
           END-READ.

       GRABAR-VINCULO.
           MOVE TIPO-VIN TO TIPO-IV
           MOVE ESTADO-VIN TO ESTADO-IV
           WRITE REG-INFORME FROM LINEA-VINCULO
           ADD 1 TO TOTAL-ENCONTRADOS.

      *---------------------------
      * El log: los segmentos de DEPURAR de los anios viejos a los
      * nuevos y al final el vivo, asi las lineas salen en orden.
      *---------------------------
       INFORMAR-LOG.
           MOVE "AMIGOS-LOG.TXT" TO ARCHIVO-INF
           MOVE "CAMBIOS REGISTRADOS (SEGMENTOS Y LOG VIVO):"
               TO DETALLE-INF
           PERFORM GRABAR-RESULTADO
           MOVE ZEROS TO TOTAL-LINEAS-LOG
           PERFORM LEER-SEGMENTO-LOG
               VARYING ANIO-SEGMENTO FROM PRIMER-ANIO-LOG BY 1
               UNTIL ANIO-SEGMENTO > ANIO-HOY
           MOVE "AMIGOS-LOG.TXT" TO NOMBRE-ARCHIVO-LOG
           PERFORM LEER-ARCHIVO-LOG
           MOVE TOTAL-LINEAS-LOG TO TOTAL-ENCONTRADOS
           PERFORM GRABAR-CANTIDAD.

       LEER-SEGMENTO-LOG.
           MOVE SPACES TO NOMBRE-ARCHIVO-LOG
           STRING "AMIGOS-LOG-" ANIO-SEGMENTO ".TXT"
               DELIMITED BY SIZE INTO NOMBRE-ARCHIVO-LOG
           PERFORM LEER-ARCHIVO-LOG.

       LEER-ARCHIVO-LOG.
           OPEN INPUT ARCHIVO-LOG
           IF WS-FS-LOG = "00"
               MOVE 0 TO SW-FIN-ARCHIVO
               PERFORM LEER-LINEA-LOG UNTIL SW-FIN-ARCHIVO = 1
               CLOSE ARCHIVO-LOG
           END-IF.

       LEER-LINEA-LOG.
           READ ARCHIVO-LOG
             AT END
               MOVE 1 TO SW-FIN-ARCHIVO
             NOT AT END
               MOVE REG-LOG TO REG-LOG-D
               IF CODIGO-LOG = CODIGO-EDITADO
                   PERFORM INFORMAR-LINEA-LOG
               END-IF
           END-READ.

       INFORMAR-LINEA-LOG.
           ADD 1 TO TOTAL-LINEAS-LOG
           MOVE FECHA-HORA-LOG(1:14) TO FECHA-HORA-IO
           MOVE OPERACION-LOG TO OPERACION-IO
           MOVE NOMBRE-ARCHIVO-LOG TO ARCHIVO-IO
           WRITE REG-INFORME FROM LINEA-OPERACION
           MOVE "CAMPO" TO ROTULO-CAM
           MOVE "ANTES" TO ANTES-CAM
           MOVE "DESPUES" TO DESPUES-CAM
           WRITE REG-INFORME FROM LINEA-CAMBIO
           MOVE "NOMBRE" TO ROTULO-CAM
           MOVE NOMBRE-ANTES-LOG TO ANTES-CAM
           MOVE NOMBRE-DESPUES-LOG TO DESPUES-CAM
           WRITE REG-INFORME FROM LINEA-CAMBIO
           MOVE "TELEFONO" TO ROTULO-CAM
           MOVE TELEFONO-ANTES-LOG TO ANTES-CAM
           MOVE TELEFONO-DESPUES-LOG TO DESPUES-CAM
           WRITE REG-INFORME FROM LINEA-CAMBIO
           MOVE SPACES TO ANTES-CAM
           MOVE "EMAIL" TO ROTULO-CAM
           MOVE EMAIL-DESPUES-LOG TO DESPUES-CAM
           WRITE REG-INFORME FROM LINEA-CAMBIO
           MOVE "DIRECCION" TO ROTULO-CAM
           MOVE DIRECCION-DESPUES-LOG TO DESPUES-CAM
           WRITE REG-INFORME FROM LINEA-CAMBIO
           MOVE "CATEGORIA" TO ROTULO-CAM
           MOVE CATEGORIA-DESPUES-LOG TO DESPUES-CAM
           WRITE REG-INFORME FROM LINEA-CAMBIO
           MOVE "ESTADO" TO ROTULO-CAM
           MOVE ESTADO-DESPUES-LOG TO DESPUES-CAM
           WRITE REG-INFORME FROM LINEA-CAMBIO.

      *---------------------------
      * Los extractos, revisados igual que en OLVIDAR.
      *---------------------------
       INFORMAR-PLANO.
           MOVE "AMIGOS.TXT" TO ARCHIVO-INF
           MOVE ZEROS TO APARICIONES
           OPEN INPUT PLANO
           IF WS-FS-PLANO = "00"
               MOVE 0 TO SW-FIN-ARCHIVO
               PERFORM CONTAR-EN-PLANO UNTIL SW-FIN-ARCHIVO = 1
               CLOSE PLANO
               PERFORM GRABAR-APARICIONES
           ELSE
               MOVE "NO EXISTE" TO DETALLE-INF
               PERFORM GRABAR-RESULTADO
           END-IF.

       CONTAR-EN-PLANO.
           READ PLANO
             AT END
               MOVE 1 TO SW-FIN-ARCHIVO
             NOT AT END
               MOVE REG-PLANO TO REG-DETALLE
               IF CODIGO-D = CODIGO-EDITADO
                   ADD 1 TO APARICIONES
               END-IF
           END-READ.

       INFORMAR-EXTRACTO.
           MOVE "AMIGOS-EXT.TXT" TO ARCHIVO-INF
           MOVE ZEROS TO APARICIONES
           OPEN INPUT EXTRACTO
           IF WS-FS-EXTRACTO = "00"
               MOVE 0 TO SW-FIN-ARCHIVO
               PERFORM CONTAR-EN-EXTRACTO UNTIL SW-FIN-ARCHIVO = 1
               CLOSE EXTRACTO
               PERFORM GRABAR-APARICIONES
           ELSE
               MOVE "NO EXISTE" TO DETALLE-INF
               PERFORM GRABAR-RESULTADO
           END-IF.

       CONTAR-EN-EXTRACTO.
           READ EXTRACTO
             AT END
               MOVE 1 TO SW-FIN-ARCHIVO
             NOT AT END
               MOVE REG-EXTRACTO TO REG-DETALLE
               IF CODIGO-D = CODIGO-EDITADO
                   ADD 1 TO APARICIONES
               END-IF
           END-READ.

       GRABAR-APARICIONES.
           IF APARICIONES = ZEROS
               MOVE "NO APARECE" TO DETALLE-INF
           ELSE
               MOVE SPACES TO DETALLE-INF
               STRING "APARECE " APARICIONES " VECES"
                   DELIMITED BY SIZE INTO DETALLE-INF
               END-STRING
           END-IF
           PERFORM GRABAR-RESULTADO.

       GRABAR-CANTIDAD.
           MOVE "TOTAL:" TO ROTULO-INF
           MOVE SPACES TO VALOR-INF
           MOVE TOTAL-ENCONTRADOS TO VALOR-INF(1:5)
           PERFORM GRABAR-CAMPO.

       GRABAR-RESULTADO.
           MOVE SPACES TO REG-INFORME
           WRITE REG-INFORME
           WRITE REG-INFORME FROM LINEA-RESULTADO
           DISPLAY ARCHIVO-INF ": " DETALLE-INF.

       GRABAR-CAMPO.
           WRITE REG-INFORME FROM LINEA-CAMPO.

       GRABAR-CORRIDA-INICIO.
           MOVE "ACCESO" TO PROGRAMA-C
           MOVE "INICIO" TO TIPO-C
           MOVE ZEROS TO LEIDOS-C GRABADOS-C
           MOVE SPACE TO ESTADO-C
           PERFORM GRABAR-CORRIDA.

       GRABAR-CORRIDA-FIN.
           MOVE "FIN" TO TIPO-C
           MOVE CODIGO-PEDIDO TO LEIDOS-C
           MOVE NUMERO-INFORME TO GRABADOS-C
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
