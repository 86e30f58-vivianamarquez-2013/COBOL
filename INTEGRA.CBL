       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTEGRA.
      *-------------------------
      * Control de integridad entre archivos, para la cadena
      * nocturna. VALIDAR mira adentro de AMIGOS.DAT y CONCILIA
      * compara AMIGOS.DAT con AMIGOS.TXT; este programa cruza
      * los maestros entre si y deja en INTEGRA.RPT cada relacion
      * rota, agrupada por tipo y con su cuenta:
      *   - CODIGO en AMIGOS.DAT y tambien en AMIGOS-HIST.DAT
      *     (por ejemplo despues de una RESTAURA a medias);
      *   - CATEGORIA de AMIGOS.DAT o de AMIGOS-HIST.DAT que no
      *     esta en CATEGORI.DAT (una categoria inactiva vale, es
      *     justamente la que se conserva para los registros
      *     viejos);
      *   - contacto de AMIGOS-CONT.DAT cuyo CODIGO no esta ni en
      *     AMIGOS.DAT ni en AMIGOS-HIST.DAT (la BAJA de MANTENER
      *     los deja sin duenio);
      *   - fecha clave de AMIGOS-FEC.DAT o gasto de AMIGOS-GAS.DAT
      *     cuyo CODIGO no esta en ninguno de los dos archivos (los
      *     gastos con CODIGO 00000 son los totales anonimos de
      *     OLVIDAR y no se controlan);
      *   - vinculo de AMIGOS-VIN.DAT con un lado que no esta en
      *     ninguno de los dos archivos (la BAJA de MANTENER y la
      *     fusion de DUPLICAR no los tocan), o con un ESTADO-VIN
      *     que no corresponde: A con un lado archivado, o S con
      *     los dos en AMIGOS.DAT (ver VINCULFD.CPY);
      *   - ultima imagen de AMIGOS-LOG.TXT de un CODIGO que no
      *     coincide con el registro vivo: una BAJA de alguien que
      *     sigue en AMIGOS.DAT, un ALTA o CAMBIO de alguien que no
      *     esta en ningun lado, o campos distintos. Un amigo
      *     archivado se compara contra AMIGOS-HIST.DAT, porque
      *     ARCHIVAR no deja linea en el log. Las lineas viejas del
      *     log (ESTADO en blanco, mismo criterio que RESTAURA)
      *     solo se comparan por NOMBRE y TELEFONO.
      *
      * Para quedarse con la ultima linea de cada CODIGO el log se
      * ordena por CODIGO y numero de linea, como los SORT de
      * RESUMEN. Solo se lee el log vivo, no los segmentos de
      * DEPURAR. Un archivo que falta (HIST, contactos,
      * vinculos, fechas, gastos, categorias, log) se avisa y su
      * control se saltea. Todo se abre INPUT y no se toma el
      * candado, igual que VALIDAR.
      *
      * En la linea FIN de la bitacora LEIDOS-C son los registros
      * de AMIGOS.DAT y GRABADOS-C el total de problemas; OPERAR
      * corta la cadena si no es cero, igual que con CONCILIA.
      * Sin perfil la corrida termina con ESTADO-C A.
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
           COPY CONTACEL.
           COPY VINCULEL.
           COPY FECHASEL.
           COPY GASTOSEL.
           COPY CATEGOEL.
           SELECT AMIGOS-LOG
             ASSIGN TO RANDOM "AMIGOS-LOG.TXT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-FS-LOG.
           SELECT TRABAJO
             ASSIGN TO RANDOM "INTEGRA.TMP".
           SELECT INFORME
             ASSIGN TO RANDOM "INTEGRA.RPT"
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
       FD CONTACTOS.
       COPY CONTACFD.
       FD VINCULOS.
       COPY VINCULFD.
       FD FECHAS.
       COPY FECHASFD.
       FD GASTOS.
       COPY GASTOSFD.
       FD CATEGORIAS.
       COPY CATEGOFD.
       FD AMIGOS-LOG.
       01 REG-LOG PIC X(243).
       SD TRABAJO.
       01 REG-TRABAJO.
           05 CODIGO-T PIC 9(5).
           05 LINEA-T PIC 9(7).
           05 IMAGEN-T PIC X(243).
       FD INFORME.
       01 REG-INFORME PIC X(100).
       FD CORRIDAS.
       01 REG-CORRIDA PIC X(53).

       WORKING-STORAGE SECTION.
       01 WS-FS-HIST PIC XX.
       01 WS-FS-CONTACTO PIC XX.
       01 WS-FS-VINCULO PIC XX.
       01 WS-FS-FECHA PIC XX.
       01 WS-FS-GASTO PIC XX.
       01 WS-FS-CATEGORIA PIC XX.
       01 WS-FS-LOG PIC XX.
       01 WS-FS-CONTROL PIC XX.
       COPY AMIGOSLG.
       COPY CORRIDWS.
       COPY FIRMAWS.
       01 LINEA-ENCABEZADO PIC X(100)
           VALUE "CONTROL DE INTEGRIDAD ENTRE ARCHIVOS".
       01 LINEA-TITULO.
           05 FILLER PIC X(2) VALUE "* ".
           05 TITULO-L PIC X(60).
       01 LINEA-PROBLEMA.
           05 FILLER PIC X(2) VALUE SPACES.
           05 CODIGO-L PIC Z(5).
           05 FILLER PIC X VALUE SPACE.
           05 DETALLE-L PIC X(90).
       01 LINEA-AVISO.
           05 FILLER PIC X(2) VALUE SPACES.
           05 AVISO-L PIC X(60).
       01 LINEA-TOTAL.
           05 CONCEPTO-T PIC X(25).
           05 TOTAL-T PIC ZZZZ9.
       01 VARIABLES.
           05 SW-CONTINUAR PIC 9 VALUE 1.
           05 SW-HAY-HIST PIC 9 VALUE 0.
           05 SW-HAY-CONTACTOS PIC 9 VALUE 0.
           05 SW-HAY-VINCULOS PIC 9 VALUE 0.
           05 SW-HAY-FECHAS PIC 9 VALUE 0.
           05 SW-HAY-GASTOS PIC 9 VALUE 0.
           05 SW-HAY-CATEGORIAS PIC 9 VALUE 0.
           05 SW-HAY-LOG PIC 9 VALUE 0.
           05 SW-FIN-DAT PIC 9 VALUE 0.
           05 SW-FIN-HIST PIC 9 VALUE 0.
           05 SW-FIN-CONTACTOS PIC 9 VALUE 0.
           05 SW-FIN-VINCULOS PIC 9 VALUE 0.
           05 SW-FIN-FECHAS PIC 9 VALUE 0.
           05 SW-FIN-GASTOS PIC 9 VALUE 0.
           05 SW-PROPIO-EN-DAT PIC 9 VALUE 0.
           05 SW-PROPIO-EN-HIST PIC 9 VALUE 0.
           05 SW-FIN-LOG PIC 9 VALUE 0.
           05 SW-FIN-SORT PIC 9 VALUE 0.
           05 SW-EN-DAT PIC 9 VALUE 0.
           05 SW-EN-HIST PIC 9 VALUE 0.
           05 CATEGORIA-BUSCADA PIC X(10).
           05 ORIGEN-BUSCADO PIC X(15).
           05 CODIGO-ANTERIOR PIC 9(5) VALUE ZEROS.
           05 IMAGEN-ANTERIOR PIC X(243).
           05 CAMPOS-DISTINTOS PIC X(60).
           05 PUNTERO PIC 9(3) VALUE ZEROS.
           05 NOMBRE-VIVO PIC X(30).
           05 TELEFONO-VIVO PIC X(20).
           05 EMAIL-VIVO PIC X(40).
           05 DIRECCION-VIVO PIC X(50).
           05 CATEGORIA-VIVO PIC X(10).
           05 ESTADO-VIVO PIC X(1).
           05 TOTAL-LEIDOS PIC 9(5) VALUE ZEROS.
           05 TOTAL-LINEAS-LOG PIC 9(7) VALUE ZEROS.
           05 TOTAL-DUPLICADOS PIC 9(5) VALUE ZEROS.
           05 TOTAL-SIN-CATEGORIA PIC 9(5) VALUE ZEROS.
           05 TOTAL-HUERFANOS PIC 9(5) VALUE ZEROS.
           05 TOTAL-VINCULOS-MAL PIC 9(5) VALUE ZEROS.
           05 TOTAL-FECHAS-MAL PIC 9(5) VALUE ZEROS.
           05 TOTAL-GASTOS-MAL PIC 9(5) VALUE ZEROS.
           05 TOTAL-LOG-DISTINTO PIC 9(5) VALUE ZEROS.
           05 TOTAL-PROBLEMAS PIC 9(5) VALUE ZEROS.
      *----------------------------
       PROCEDURE DIVISION.
       PRINCIPAL.
           OPEN EXTEND CORRIDAS.
           MOVE "INTEGRA" TO FUNCION-F.
           MOVE "C" TO NIVEL-F.
           CALL "FIRMAR" USING FIRMA-OPERADOR.
           PERFORM GRABAR-CORRIDA-INICIO.
           IF AUTORIZADO-F = "S"
               PERFORM ABRIR-ARCHIVOS
           ELSE
               MOVE 0 TO SW-CONTINUAR
           END-IF.
           IF SW-CONTINUAR = 1
               WRITE REG-INFORME FROM LINEA-ENCABEZADO
               PERFORM CONTROLAR-DUPLICADOS
               PERFORM CONTROLAR-CATEGORIAS
               PERFORM CONTROLAR-CONTACTOS
               PERFORM CONTROLAR-VINCULOS
               PERFORM CONTROLAR-FECHAS
               PERFORM CONTROLAR-GASTOS
               PERFORM CONTROLAR-LOG
               PERFORM ESCRIBIR-TOTALES
               PERFORM CERRAR-ARCHIVOS
           END-IF.
           PERFORM GRABAR-CORRIDA-FIN.
           CLOSE CORRIDAS.
      * GOBACK y no STOP RUN: corrido solo termina igual, pero
      * llamado como paso de OPERAR devuelve el control al
      * conductor en vez de cortar la cadena entera.
           GOBACK.

       ABRIR-ARCHIVOS.
      * Los archivos que no son AMIGOS.DAT, si faltan, solo
      * saltean su control.
           OPEN INPUT AMIGOS
           OPEN OUTPUT INFORME
           OPEN INPUT HISTORIAL
           IF WS-FS-HIST = "00"
               MOVE 1 TO SW-HAY-HIST
           ELSE
               DISPLAY "SIN AMIGOS-HIST.DAT, SE CONTROLA SOLO "
                   "AMIGOS.DAT"
           END-IF
           OPEN INPUT CONTACTOS
           IF WS-FS-CONTACTO = "00"
               MOVE 1 TO SW-HAY-CONTACTOS
           ELSE
               DISPLAY "SIN AMIGOS-CONT.DAT, NO SE CONTROLAN "
                   "CONTACTOS"
           END-IF
           OPEN INPUT VINCULOS
           IF WS-FS-VINCULO = "00"
               MOVE 1 TO SW-HAY-VINCULOS
           ELSE
               DISPLAY "SIN AMIGOS-VIN.DAT, NO SE CONTROLAN "
                   "VINCULOS"
           END-IF
           OPEN INPUT FECHAS
           IF WS-FS-FECHA = "00"
               MOVE 1 TO SW-HAY-FECHAS
           ELSE
               DISPLAY "SIN AMIGOS-FEC.DAT, NO SE CONTROLAN "
                   "FECHAS"
           END-IF
           OPEN INPUT GASTOS
           IF WS-FS-GASTO = "00"
               MOVE 1 TO SW-HAY-GASTOS
           ELSE
               DISPLAY "SIN AMIGOS-GAS.DAT, NO SE CONTROLAN "
                   "GASTOS"
           END-IF
           OPEN INPUT CATEGORIAS
           IF WS-FS-CATEGORIA = "00"
               MOVE 1 TO SW-HAY-CATEGORIAS
           ELSE
               DISPLAY "SIN CATEGORI.DAT, NO SE VALIDA CATEGORIA"
           END-IF
           OPEN INPUT AMIGOS-LOG
           IF WS-FS-LOG = "00"
               MOVE 1 TO SW-HAY-LOG
               CLOSE AMIGOS-LOG
           ELSE
               DISPLAY "SIN AMIGOS-LOG.TXT, NO SE CONTROLA EL LOG"
           END-IF.

       CERRAR-ARCHIVOS.
           CLOSE AMIGOS INFORME
           IF SW-HAY-HIST = 1
               CLOSE HISTORIAL
           END-IF
           IF SW-HAY-CONTACTOS = 1
               CLOSE CONTACTOS
           END-IF
           IF SW-HAY-VINCULOS = 1
               CLOSE VINCULOS
           END-IF
           IF SW-HAY-FECHAS = 1
               CLOSE FECHAS
           END-IF
           IF SW-HAY-GASTOS = 1
               CLOSE GASTOS
           END-IF
           IF SW-HAY-CATEGORIAS = 1
               CLOSE CATEGORIAS
           END-IF.

       ARRANCAR-DAT.
           MOVE 0 TO SW-FIN-DAT
           MOVE ZEROS TO CODIGO
           START AMIGOS KEY IS >= CODIGO
               INVALID KEY
                   MOVE 1 TO SW-FIN-DAT
           END-START.

       ARRANCAR-HIST.
           MOVE 0 TO SW-FIN-HIST
           MOVE ZEROS TO CODIGO-H
           START HISTORIAL KEY IS >= CODIGO-H
               INVALID KEY
                   MOVE 1 TO SW-FIN-HIST
           END-START.

      *---------------------------
      * CODIGO en AMIGOS.DAT y en AMIGOS-HIST.DAT a la vez. Esta
      * pasada cuenta tambien los registros leidos de AMIGOS.DAT.
      *---------------------------
       CONTROLAR-DUPLICADOS.
           MOVE "CODIGO EN AMIGOS.DAT Y EN AMIGOS-HIST.DAT"
               TO TITULO-L
           WRITE REG-INFORME FROM LINEA-TITULO
           PERFORM ARRANCAR-DAT
           PERFORM LEER-DUPLICADO UNTIL SW-FIN-DAT = 1
           IF SW-HAY-HIST = 0
               MOVE "SIN AMIGOS-HIST.DAT, NO SE CONTROLA" TO AVISO-L
               WRITE REG-INFORME FROM LINEA-AVISO
           END-IF
           MOVE "EN AMIGOS.DAT Y HIST: " TO CONCEPTO-T
           MOVE TOTAL-DUPLICADOS TO TOTAL-T
           WRITE REG-INFORME FROM LINEA-TOTAL.

       LEER-DUPLICADO.
           READ AMIGOS NEXT RECORD
             AT END
               MOVE 1 TO SW-FIN-DAT
             NOT AT END
               ADD 1 TO TOTAL-LEIDOS
               IF SW-HAY-HIST = 1
                   PERFORM BUSCAR-EN-HIST
               END-IF
           END-READ.

       BUSCAR-EN-HIST.
           MOVE CODIGO TO CODIGO-H
           READ HISTORIAL
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CODIGO TO CODIGO-L
                   MOVE SPACES TO DETALLE-L
                   STRING NOMBRE DELIMITED BY "  "
                       " / HIST: " DELIMITED BY SIZE
                       NOMBRE-H DELIMITED BY "  "
                       INTO DETALLE-L
                   END-STRING
                   WRITE REG-INFORME FROM LINEA-PROBLEMA
                   ADD 1 TO TOTAL-DUPLICADOS
           END-READ.

      *---------------------------
      * CATEGORIA que no existe en CATEGORI.DAT, en los dos
      * archivos de amigos.
      *---------------------------
       CONTROLAR-CATEGORIAS.
           MOVE "CATEGORIA INEXISTENTE EN CATEGORI.DAT" TO TITULO-L
           WRITE REG-INFORME FROM LINEA-TITULO
           IF SW-HAY-CATEGORIAS = 1
               MOVE "AMIGOS.DAT" TO ORIGEN-BUSCADO
               PERFORM ARRANCAR-DAT
               PERFORM LEER-CATEGORIA-DAT UNTIL SW-FIN-DAT = 1
               IF SW-HAY-HIST = 1
                   MOVE "AMIGOS-HIST.DAT" TO ORIGEN-BUSCADO
                   PERFORM ARRANCAR-HIST
                   PERFORM LEER-CATEGORIA-HIST UNTIL SW-FIN-HIST = 1
               END-IF
           ELSE
               MOVE "SIN CATEGORI.DAT, NO SE CONTROLA" TO AVISO-L
               WRITE REG-INFORME FROM LINEA-AVISO
           END-IF
           MOVE "CATEGORIA INEXISTENTE: " TO CONCEPTO-T
           MOVE TOTAL-SIN-CATEGORIA TO TOTAL-T
           WRITE REG-INFORME FROM LINEA-TOTAL.

       LEER-CATEGORIA-DAT.
           READ AMIGOS NEXT RECORD
             AT END
               MOVE 1 TO SW-FIN-DAT
             NOT AT END
               MOVE CODIGO TO CODIGO-L
               MOVE CATEGORIA TO CATEGORIA-BUSCADA
               PERFORM BUSCAR-CATEGORIA
           END-READ.

       LEER-CATEGORIA-HIST.
           READ HISTORIAL NEXT RECORD
             AT END
               MOVE 1 TO SW-FIN-HIST
             NOT AT END
               MOVE CODIGO-H TO CODIGO-L
               MOVE CATEGORIA-H TO CATEGORIA-BUSCADA
               PERFORM BUSCAR-CATEGORIA
           END-READ.

       BUSCAR-CATEGORIA.
           MOVE CATEGORIA-BUSCADA TO CODIGO-CAT
           READ CATEGORIAS
               INVALID KEY
                   MOVE SPACES TO DETALLE-L
                   STRING ORIGEN-BUSCADO DELIMITED BY "  "
                       " CATEGORIA [" DELIMITED BY SIZE
                       CATEGORIA-BUSCADA DELIMITED BY SIZE
                       "]" DELIMITED BY SIZE
                       INTO DETALLE-L
                   END-STRING
                   WRITE REG-INFORME FROM LINEA-PROBLEMA
                   ADD 1 TO TOTAL-SIN-CATEGORIA
               NOT INVALID KEY
                   CONTINUE
           END-READ.

      *---------------------------
      * Contactos cuyo CODIGO no esta en ninguno de los dos
      * archivos de amigos. Se cuenta cada contacto.
      *---------------------------
       CONTROLAR-CONTACTOS.
           MOVE "CONTACTO SIN AMIGO EN AMIGOS.DAT NI EN HIST"
               TO TITULO-L
           WRITE REG-INFORME FROM LINEA-TITULO
           IF SW-HAY-CONTACTOS = 1
               MOVE LOW-VALUES TO CLAVE-CON
               START CONTACTOS KEY IS >= CLAVE-CON
                   INVALID KEY
                       MOVE 1 TO SW-FIN-CONTACTOS
               END-START
               PERFORM LEER-CONTACTO UNTIL SW-FIN-CONTACTOS = 1
           ELSE
               MOVE "SIN AMIGOS-CONT.DAT, NO SE CONTROLA" TO AVISO-L
               WRITE REG-INFORME FROM LINEA-AVISO
           END-IF
           MOVE "CONTACTOS HUERFANOS: " TO CONCEPTO-T
           MOVE TOTAL-HUERFANOS TO TOTAL-T
           WRITE REG-INFORME FROM LINEA-TOTAL.

       LEER-CONTACTO.
           READ CONTACTOS NEXT RECORD
             AT END
               MOVE 1 TO SW-FIN-CONTACTOS
             NOT AT END
               MOVE CODIGO-CON TO CODIGO
               PERFORM BUSCAR-AMIGO
               IF SW-EN-DAT = 0 AND SW-EN-HIST = 0
                   MOVE CODIGO-CON TO CODIGO-L
                   MOVE SPACES TO DETALLE-L
                   STRING "CONTACTO " DELIMITED BY SIZE
                       FECHA-HORA-CON DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       TIPO-CON DELIMITED BY SIZE
                       INTO DETALLE-L
                   END-STRING
                   WRITE REG-INFORME FROM LINEA-PROBLEMA
                   ADD 1 TO TOTAL-HUERFANOS
               END-IF
           END-READ.

      *---------------------------
      * Vinculos con un lado que no esta en ningun archivo de
      * amigos, o cuyo ESTADO-VIN no coincide con donde estan los
      * dos lados. Se cuenta cada vinculo una vez.
      *---------------------------
       CONTROLAR-VINCULOS.
           MOVE "VINCULO HUERFANO O CON ESTADO INCORRECTO"
               TO TITULO-L
           WRITE REG-INFORME FROM LINEA-TITULO
           IF SW-HAY-VINCULOS = 1
               MOVE LOW-VALUES TO CLAVE-VIN
               START VINCULOS KEY IS >= CLAVE-VIN
                   INVALID KEY
                       MOVE 1 TO SW-FIN-VINCULOS
               END-START
               PERFORM LEER-VINCULO UNTIL SW-FIN-VINCULOS = 1
           ELSE
               MOVE "SIN AMIGOS-VIN.DAT, NO SE CONTROLA" TO AVISO-L
               WRITE REG-INFORME FROM LINEA-AVISO
           END-IF
           MOVE "VINCULOS MAL: " TO CONCEPTO-T
           MOVE TOTAL-VINCULOS-MAL TO TOTAL-T
           WRITE REG-INFORME FROM LINEA-TOTAL.

       LEER-VINCULO.
           READ VINCULOS NEXT RECORD
             AT END
               MOVE 1 TO SW-FIN-VINCULOS
             NOT AT END
               MOVE CODIGO-VIN TO CODIGO
               PERFORM BUSCAR-AMIGO
               MOVE SW-EN-DAT TO SW-PROPIO-EN-DAT
               MOVE SW-EN-HIST TO SW-PROPIO-EN-HIST
               MOVE CODIGO-REL-VIN TO CODIGO
               PERFORM BUSCAR-AMIGO
               MOVE SPACES TO CAMPOS-DISTINTOS
               EVALUATE TRUE
                   WHEN SW-PROPIO-EN-DAT = 0
                        AND SW-PROPIO-EN-HIST = 0
                       MOVE "EL AMIGO NO ESTA EN NINGUN ARCHIVO"
                           TO CAMPOS-DISTINTOS
                   WHEN SW-EN-DAT = 0 AND SW-EN-HIST = 0
                       MOVE "EL RELACIONADO NO ESTA EN NINGUN ARCHIVO"
                           TO CAMPOS-DISTINTOS
                   WHEN ESTADO-VIN = "A"
                        AND (SW-PROPIO-EN-DAT = 0 OR SW-EN-DAT = 0)
                       MOVE "VIGENTE CON UN LADO ARCHIVADO"
                           TO CAMPOS-DISTINTOS
                   WHEN ESTADO-VIN = "S"
                        AND SW-PROPIO-EN-DAT = 1 AND SW-EN-DAT = 1
                       MOVE "SUSPENDIDO CON LOS DOS EN AMIGOS.DAT"
                           TO CAMPOS-DISTINTOS
               END-EVALUATE
               IF CAMPOS-DISTINTOS NOT = SPACES
                   MOVE CODIGO-VIN TO CODIGO-L
                   MOVE SPACES TO DETALLE-L
                   STRING TIPO-VIN DELIMITED BY SPACE
                       " CON " DELIMITED BY SIZE
                       CODIGO-REL-VIN DELIMITED BY SIZE
                       ": " DELIMITED BY SIZE
                       CAMPOS-DISTINTOS DELIMITED BY SIZE
                       INTO DETALLE-L
                   END-STRING
                   WRITE REG-INFORME FROM LINEA-PROBLEMA
                   ADD 1 TO TOTAL-VINCULOS-MAL
               END-IF
           END-READ.

      *---------------------------
      * Fechas clave cuyo CODIGO no esta en ninguno de los dos
      * archivos de amigos. Se cuenta cada fecha.
      *---------------------------
       CONTROLAR-FECHAS.
           MOVE "FECHA CLAVE SIN AMIGO EN AMIGOS.DAT NI EN HIST"
               TO TITULO-L
           WRITE REG-INFORME FROM LINEA-TITULO
           IF SW-HAY-FECHAS = 1
               MOVE LOW-VALUES TO CLAVE-FEC
               START FECHAS KEY IS >= CLAVE-FEC
                   INVALID KEY
                       MOVE 1 TO SW-FIN-FECHAS
               END-START
               PERFORM LEER-FECHA UNTIL SW-FIN-FECHAS = 1
           ELSE
               MOVE "SIN AMIGOS-FEC.DAT, NO SE CONTROLA" TO AVISO-L
               WRITE REG-INFORME FROM LINEA-AVISO
           END-IF
           MOVE "FECHAS HUERFANAS: " TO CONCEPTO-T
           MOVE TOTAL-FECHAS-MAL TO TOTAL-T
           WRITE REG-INFORME FROM LINEA-TOTAL.

       LEER-FECHA.
           READ FECHAS NEXT RECORD
             AT END
               MOVE 1 TO SW-FIN-FECHAS
             NOT AT END
               MOVE CODIGO-FEC TO CODIGO
               PERFORM BUSCAR-AMIGO
               IF SW-EN-DAT = 0 AND SW-EN-HIST = 0
                   MOVE CODIGO-FEC TO CODIGO-L
                   MOVE SPACES TO DETALLE-L
                   STRING "FECHA " DELIMITED BY SIZE
                       TIPO-FEC DELIMITED BY SPACE
                       " " DELIMITED BY SIZE
                       FECHA-FEC DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       DESCRIPCION-FEC DELIMITED BY "  "
                       INTO DETALLE-L
                   END-STRING
                   WRITE REG-INFORME FROM LINEA-PROBLEMA
                   ADD 1 TO TOTAL-FECHAS-MAL
               END-IF
           END-READ.

      *---------------------------
      * Gastos cuyo CODIGO no esta en ninguno de los dos archivos
      * de amigos. Los de CODIGO 00000 son los totales anonimos
      * de OLVIDAR y no tienen amigo a proposito. Se cuenta cada
      * gasto.
      *---------------------------
       CONTROLAR-GASTOS.
           MOVE "GASTO SIN AMIGO EN AMIGOS.DAT NI EN HIST"
               TO TITULO-L
           WRITE REG-INFORME FROM LINEA-TITULO
           IF SW-HAY-GASTOS = 1
               MOVE LOW-VALUES TO CLAVE-GAS
               START GASTOS KEY IS >= CLAVE-GAS
                   INVALID KEY
                       MOVE 1 TO SW-FIN-GASTOS
               END-START
               PERFORM LEER-GASTO UNTIL SW-FIN-GASTOS = 1
           ELSE
               MOVE "SIN AMIGOS-GAS.DAT, NO SE CONTROLA" TO AVISO-L
               WRITE REG-INFORME FROM LINEA-AVISO
           END-IF
           MOVE "GASTOS HUERFANOS: " TO CONCEPTO-T
           MOVE TOTAL-GASTOS-MAL TO TOTAL-T
           WRITE REG-INFORME FROM LINEA-TOTAL.

       LEER-GASTO.
           READ GASTOS NEXT RECORD
             AT END
               MOVE 1 TO SW-FIN-GASTOS
             NOT AT END
               IF CODIGO-GAS NOT = ZEROS
                   PERFORM CONTROLAR-GASTO
               END-IF
           END-READ.

       CONTROLAR-GASTO.
           MOVE CODIGO-GAS TO CODIGO
           PERFORM BUSCAR-AMIGO
           IF SW-EN-DAT = 0 AND SW-EN-HIST = 0
               MOVE CODIGO-GAS TO CODIGO-L
               MOVE SPACES TO DETALLE-L
               STRING "GASTO " DELIMITED BY SIZE
                   FECHA-GAS DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   NUMERO-GAS DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   CONCEPTO-GAS DELIMITED BY "  "
                   INTO DETALLE-L
               END-STRING
               WRITE REG-INFORME FROM LINEA-PROBLEMA
               ADD 1 TO TOTAL-GASTOS-MAL
           END-IF.

       BUSCAR-AMIGO.
      * Busca CODIGO en AMIGOS.DAT y, si no esta, en el historial;
      * deja los datos del que encontro en los campos -VIVO.
           MOVE 0 TO SW-EN-DAT SW-EN-HIST
           READ AMIGOS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 1 TO SW-EN-DAT
                   MOVE NOMBRE TO NOMBRE-VIVO
                   MOVE TELEFONO TO TELEFONO-VIVO
                   MOVE EMAIL TO EMAIL-VIVO
                   MOVE DIRECCION TO DIRECCION-VIVO
                   MOVE CATEGORIA TO CATEGORIA-VIVO
                   MOVE ESTADO TO ESTADO-VIVO
           END-READ
           IF SW-EN-DAT = 0 AND SW-HAY-HIST = 1
               MOVE CODIGO TO CODIGO-H
               READ HISTORIAL
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 1 TO SW-EN-HIST
                       MOVE NOMBRE-H TO NOMBRE-VIVO
                       MOVE TELEFONO-H TO TELEFONO-VIVO
                       MOVE EMAIL-H TO EMAIL-VIVO
                       MOVE DIRECCION-H TO DIRECCION-VIVO
                       MOVE CATEGORIA-H TO CATEGORIA-VIVO
                       MOVE ESTADO-H TO ESTADO-VIVO
               END-READ
           END-IF.

      *---------------------------
      * Ultima imagen del log de cada CODIGO contra el registro
      * vivo. El SORT deja las lineas de cada CODIGO en el orden
      * en que se grabaron; la ultima se controla en el corte.
      *---------------------------
       CONTROLAR-LOG.
           MOVE "ULTIMA IMAGEN DEL LOG DISTINTA DEL REGISTRO"
               TO TITULO-L
           WRITE REG-INFORME FROM LINEA-TITULO
           IF SW-HAY-LOG = 1
               SORT TRABAJO
                   ON ASCENDING KEY CODIGO-T LINEA-T
                   INPUT PROCEDURE IS ENTRADA-SORT
                   OUTPUT PROCEDURE IS SALIDA-SORT
           ELSE
               MOVE "SIN AMIGOS-LOG.TXT, NO SE CONTROLA" TO AVISO-L
               WRITE REG-INFORME FROM LINEA-AVISO
           END-IF
           MOVE "LOG DISTINTO: " TO CONCEPTO-T
           MOVE TOTAL-LOG-DISTINTO TO TOTAL-T
           WRITE REG-INFORME FROM LINEA-TOTAL.

       ENTRADA-SORT.
           OPEN INPUT AMIGOS-LOG
           PERFORM LEER-Y-LIBERAR UNTIL SW-FIN-LOG = 1
           CLOSE AMIGOS-LOG.

       LEER-Y-LIBERAR.
           READ AMIGOS-LOG
             AT END
               MOVE 1 TO SW-FIN-LOG
             NOT AT END
               ADD 1 TO TOTAL-LINEAS-LOG
               MOVE REG-LOG TO REG-LOG-D
               IF CODIGO-LOG NOT = SPACES
                   MOVE CODIGO-LOG TO CODIGO-T
                   MOVE TOTAL-LINEAS-LOG TO LINEA-T
                   MOVE REG-LOG TO IMAGEN-T
                   RELEASE REG-TRABAJO
               END-IF
           END-READ.

       SALIDA-SORT.
           PERFORM RETORNAR
           IF SW-FIN-SORT = 0
               MOVE CODIGO-T TO CODIGO-ANTERIOR
               PERFORM PROCESAR-LINEA-LOG UNTIL SW-FIN-SORT = 1
               PERFORM CORTE-CODIGO
           END-IF.

       RETORNAR.
           RETURN TRABAJO
             AT END
               MOVE 1 TO SW-FIN-SORT
           END-RETURN.

       PROCESAR-LINEA-LOG.
           IF CODIGO-T NOT = CODIGO-ANTERIOR
               PERFORM CORTE-CODIGO
               MOVE CODIGO-T TO CODIGO-ANTERIOR
           END-IF
           MOVE IMAGEN-T TO IMAGEN-ANTERIOR
           PERFORM RETORNAR.

       CORTE-CODIGO.
           MOVE IMAGEN-ANTERIOR TO REG-LOG-D
           MOVE CODIGO-ANTERIOR TO CODIGO
           PERFORM BUSCAR-AMIGO
           MOVE SPACES TO CAMPOS-DISTINTOS
           IF OPERACION-LOG = "BAJA"
               IF SW-EN-DAT = 1
                   MOVE "BAJA EN EL LOG PERO SIGUE EN AMIGOS.DAT"
                       TO CAMPOS-DISTINTOS
               END-IF
           ELSE
               IF SW-EN-DAT = 0 AND SW-EN-HIST = 0
                   MOVE "EN EL LOG PERO NO ESTA EN NINGUN ARCHIVO"
                       TO CAMPOS-DISTINTOS
               ELSE
                   PERFORM COMPARAR-IMAGEN
               END-IF
           END-IF
           IF CAMPOS-DISTINTOS NOT = SPACES
               MOVE CODIGO-ANTERIOR TO CODIGO-L
               MOVE SPACES TO DETALLE-L
               STRING OPERACION-LOG DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   FECHA-HORA-LOG(1:14) DELIMITED BY SIZE
                   ": " DELIMITED BY SIZE
                   CAMPOS-DISTINTOS DELIMITED BY SIZE
                   INTO DETALLE-L
               END-STRING
               WRITE REG-INFORME FROM LINEA-PROBLEMA
               ADD 1 TO TOTAL-LOG-DISTINTO
           END-IF.

       COMPARAR-IMAGEN.
      * Arma la lista de campos distintos. Las lineas viejas, sin
      * imagen completa, traen el ESTADO en blanco: de esas solo
      * valen NOMBRE y TELEFONO.
           MOVE 1 TO PUNTERO
           STRING "DIFIERE:" DELIMITED BY SIZE
               INTO CAMPOS-DISTINTOS WITH POINTER PUNTERO
           END-STRING
           IF NOMBRE-DESPUES-LOG NOT = NOMBRE-VIVO
               STRING " NOMBRE" DELIMITED BY SIZE
                   INTO CAMPOS-DISTINTOS WITH POINTER PUNTERO
               END-STRING
           END-IF
           IF TELEFONO-DESPUES-LOG NOT = TELEFONO-VIVO
               STRING " TELEFONO" DELIMITED BY SIZE
                   INTO CAMPOS-DISTINTOS WITH POINTER PUNTERO
               END-STRING
           END-IF
           IF ESTADO-DESPUES-LOG NOT = SPACE
               PERFORM COMPARAR-IMAGEN-COMPLETA
           END-IF
           IF PUNTERO = 9
               MOVE SPACES TO CAMPOS-DISTINTOS
           END-IF.

       COMPARAR-IMAGEN-COMPLETA.
           IF EMAIL-DESPUES-LOG NOT = EMAIL-VIVO
               STRING " EMAIL" DELIMITED BY SIZE
                   INTO CAMPOS-DISTINTOS WITH POINTER PUNTERO
               END-STRING
           END-IF
           IF DIRECCION-DESPUES-LOG NOT = DIRECCION-VIVO
               STRING " DIRECCION" DELIMITED BY SIZE
                   INTO CAMPOS-DISTINTOS WITH POINTER PUNTERO
               END-STRING
           END-IF
           IF CATEGORIA-DESPUES-LOG NOT = CATEGORIA-VIVO
               STRING " CATEGORIA" DELIMITED BY SIZE
                   INTO CAMPOS-DISTINTOS WITH POINTER PUNTERO
               END-STRING
           END-IF
           IF ESTADO-DESPUES-LOG NOT = ESTADO-VIVO
               STRING " ESTADO" DELIMITED BY SIZE
                   INTO CAMPOS-DISTINTOS WITH POINTER PUNTERO
               END-STRING
           END-IF.

       ESCRIBIR-TOTALES.
           COMPUTE TOTAL-PROBLEMAS = TOTAL-DUPLICADOS
               + TOTAL-SIN-CATEGORIA + TOTAL-HUERFANOS
               + TOTAL-VINCULOS-MAL + TOTAL-FECHAS-MAL
               + TOTAL-GASTOS-MAL + TOTAL-LOG-DISTINTO
           MOVE "AMIGOS LEIDOS: " TO CONCEPTO-T
           MOVE TOTAL-LEIDOS TO TOTAL-T
           WRITE REG-INFORME FROM LINEA-TOTAL
           MOVE "TOTAL DE PROBLEMAS: " TO CONCEPTO-T
           MOVE TOTAL-PROBLEMAS TO TOTAL-T
           WRITE REG-INFORME FROM LINEA-TOTAL
           DISPLAY "EN AMIGOS.DAT Y HIST: " TOTAL-DUPLICADOS
           DISPLAY "CATEGORIA INEXISTENTE: " TOTAL-SIN-CATEGORIA
           DISPLAY "CONTACTOS HUERFANOS: " TOTAL-HUERFANOS
           DISPLAY "VINCULOS MAL: " TOTAL-VINCULOS-MAL
           DISPLAY "FECHAS HUERFANAS: " TOTAL-FECHAS-MAL
           DISPLAY "GASTOS HUERFANOS: " TOTAL-GASTOS-MAL
           DISPLAY "LOG DISTINTO: " TOTAL-LOG-DISTINTO
           DISPLAY "TOTAL DE PROBLEMAS: " TOTAL-PROBLEMAS.

       GRABAR-CORRIDA-INICIO.
           MOVE "INTEGRA" TO PROGRAMA-C
           MOVE "INICIO" TO TIPO-C
           MOVE ZEROS TO LEIDOS-C GRABADOS-C
           MOVE SPACE TO ESTADO-C
           PERFORM GRABAR-CORRIDA.

       GRABAR-CORRIDA-FIN.
      * Los problemas encontrados no son una terminacion A: el
      * programa hizo su trabajo. OPERAR mira GRABADOS-C.
           MOVE "FIN" TO TIPO-C
           MOVE TOTAL-LEIDOS TO LEIDOS-C
           MOVE TOTAL-PROBLEMAS TO GRABADOS-C
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
