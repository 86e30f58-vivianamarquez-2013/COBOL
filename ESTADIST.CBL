       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESTADIST.
      *-------------------------
      * Estadistica mensual de actividad, para el cierre de mes.
      * RESUMEN muestra como esta AMIGOS.DAT hoy; este programa
      * muestra como fue cambiando. Por cada mes del periodo deja
      * en ESTADIST.RPT:
      *   - las ALTA, BAJA y CAMBIO de AMIGOS-LOG.TXT (MANTENER,
      *     DUPLICAR, REACTIVA, OLVIDAR), contando tambien los
      *     segmentos AMIGOS-LOG-AAAA.TXT que deja DEPURAR;
      *   - los archivados, que ARCHIVAR no deja en el log: salen
      *     de GRABADOS-C de sus lineas FIN en AMIGOS-CTL.TXT y
      *     sus segmentos AMIGOS-CTL-AAAA.TXT;
      *   - las llamadas, visitas y cartas de AMIGOS-CONT.DAT;
      *   - el crecimiento neto (ALTA menos BAJA menos archivados)
      *     y el total de amigos en AMIGOS.DAT al cierre del mes.
      * El total se calcula hacia atras: se parte de los registros
      * que tiene AMIGOS.DAT hoy y se le descuenta el neto de cada
      * mes posterior, asi no depende de que el log tenga la carga
      * inicial de CREAR o CARGAR.
      *
      * Al final, las ALTA y CAMBIO del periodo por CATEGORIA,
      * segun la imagen DESPUES del log (la BAJA no trae imagen);
      * las lineas viejas sin CATEGORIA van como (SIN DATO).
      *
      * El periodo va en ESTADIST.PAR con el esquema de criterio y
      * valor de DESCUIDO.PAR:
      *     DESDE      AAAAMM
      *     HASTA      AAAAMM
      * DESDE es obligatorio; sin HASTA el periodo llega al mes en
      * curso. Hasta MAXIMO-MESES meses por corrida. Sin
      * ESTADIST.PAR o con el periodo mal la corrida se niega y
      * queda en la bitacora con terminacion A. Los demas archivos
      * que faltan (log, contactos) solo dejan su columna en cero.
      *
      * Todo se abre INPUT y no se toma el candado. En la
      * bitacora, LEIDOS-C son las lineas del log del periodo y
      * GRABADOS-C los meses informados.
      *
      * Pide perfil C (ver FIRMAR.CBL).
      *-------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY AMIGOSEL.
           COPY CONTACEL.
           COPY CATEGOEL.
           SELECT PARAMETROS
             ASSIGN TO RANDOM "ESTADIST.PAR"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-FS-PARAMETROS.
           SELECT ARCHIVO-LOG
             ASSIGN TO DYNAMIC NOMBRE-ARCHIVO-LOG
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-FS-ARCHIVO.
           SELECT ARCHIVO-CTL
             ASSIGN TO DYNAMIC NOMBRE-ARCHIVO-CTL
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-FS-ARCHIVO.
           SELECT INFORME
             ASSIGN TO RANDOM "ESTADIST.RPT"
             ORGANIZATION IS LINE SEQUENTIAL.
           COPY CORRIDEL.
      *---------------------------
       DATA DIVISION.
       FILE SECTION.
       FD AMIGOS.
       COPY AMIGOSFD.
       FD CONTACTOS.
       COPY CONTACFD.
       FD CATEGORIAS.
       COPY CATEGOFD.
       FD PARAMETROS.
       01 REG-PARAMETRO.
           05 CRITERIO-P PIC X(10).
           05 VALOR-P PIC X(20).
       FD ARCHIVO-LOG.
       01 REG-ARCHIVO-LOG PIC X(243).
       FD ARCHIVO-CTL.
       01 REG-ARCHIVO-CTL PIC X(53).
       FD INFORME.
       01 REG-INFORME PIC X(132).
       FD CORRIDAS.
       01 REG-CORRIDA PIC X(53).

       WORKING-STORAGE SECTION.
       01 WS-FS-CONTACTO PIC XX.
       01 WS-FS-CATEGORIA PIC XX.
       01 WS-FS-PARAMETROS PIC XX.
       01 WS-FS-ARCHIVO PIC XX.
       01 WS-FS-CONTROL PIC XX.
       COPY AMIGOSLG.
       COPY CORRIDWS.
       COPY FIRMAWS.
       01 NOMBRE-ARCHIVO-LOG PIC X(40).
       01 NOMBRE-ARCHIVO-CTL PIC X(40).
       01 LINEA-ENCABEZADO.
           05 FILLER PIC X(40)
               VALUE "ESTADISTICA MENSUAL DE ACTIVIDAD DESDE ".
           05 DESDE-ENC PIC 9(6).
           05 FILLER PIC X(7) VALUE " HASTA ".
           05 HASTA-ENC PIC 9(6).
           05 FILLER PIC X(14) VALUE "  EMITIDA EL ".
           05 HOY-ENC PIC X(8).
       01 LINEA-COLUMNAS.
           05 FILLER PIC X(35)
               VALUE "MES      ALTAS  BAJAS ARCHIV CAMBIO".
           05 FILLER PIC X(38)
               VALUE "   NETO   TOTAL  LLAMAD VISITAS CARTAS".
       01 LINEA-MES.
           05 ANIO-L PIC 9(4).
           05 FILLER PIC X VALUE "-".
           05 MES-L PIC 99.
           05 FILLER PIC X VALUE SPACE.
           05 ALTAS-L PIC ZZZZZ9.
           05 FILLER PIC X VALUE SPACE.
           05 BAJAS-L PIC ZZZZZ9.
           05 FILLER PIC X VALUE SPACE.
           05 ARCHIVADOS-L PIC ZZZZZ9.
           05 FILLER PIC X VALUE SPACE.
           05 CAMBIOS-L PIC ZZZZZ9.
           05 FILLER PIC X VALUE SPACE.
           05 NETO-L PIC -----9.
           05 FILLER PIC X VALUE SPACE.
           05 TOTAL-L PIC ------9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 LLAMADAS-L PIC ZZZZZ9.
           05 FILLER PIC X VALUE SPACE.
           05 VISITAS-L PIC ZZZZZZ9.
           05 FILLER PIC X VALUE SPACE.
           05 CARTAS-L PIC ZZZZZ9.
       01 LINEA-SALTO-PAGINA PIC X(1) VALUE X"0C".
       01 LINEA-ENCABEZADO-2 PIC X(132)
           VALUE "ALTA Y CAMBIO DEL PERIODO POR CATEGORIA".
       01 LINEA-CATEGORIA.
           05 CATEGORIA-E PIC X(10).
           05 FILLER PIC X VALUE SPACE.
           05 DESCRIPCION-E PIC X(30).
           05 FILLER PIC X(8) VALUE " ALTAS: ".
           05 ALTAS-E PIC ZZZZ9.
           05 FILLER PIC X(11) VALUE "  CAMBIOS: ".
           05 CAMBIOS-E PIC ZZZZ9.
       01 LINEA-NOTA PIC X(132).
      * Un renglon por mes del periodo, en orden.
       01 TABLA-MESES.
           05 ENTRADA-MES OCCURS 120 TIMES.
               10 ANIOMES-MES PIC 9(6).
               10 ALTAS-MES PIC 9(5).
               10 BAJAS-MES PIC 9(5).
               10 ARCHIVADOS-MES PIC 9(5).
               10 CAMBIOS-MES PIC 9(5).
               10 LLAMADAS-MES PIC 9(5).
               10 VISITAS-MES PIC 9(5).
               10 CARTAS-MES PIC 9(5).
               10 NETO-MES PIC S9(5).
               10 TOTAL-MES PIC S9(7).
      * ALTA y CAMBIO por la CATEGORIA de la imagen DESPUES.
       01 TABLA-CATEGORIAS.
           05 ENTRADA-CATEGORIA OCCURS 50 TIMES.
               10 CAT-NOMBRE PIC X(10).
               10 CAT-ALTAS PIC 9(5).
               10 CAT-CAMBIOS PIC 9(5).
       01 VARIABLES.
           05 SW-CONTINUAR PIC 9 VALUE 1.
           05 SW-FIN-PARAMETROS PIC 9 VALUE 0.
           05 SW-FIN-ARCHIVO PIC 9 VALUE 0.
           05 SW-FIN-DAT PIC 9 VALUE 0.
           05 SW-FIN-CONTACTOS PIC 9 VALUE 0.
           05 SW-HAY-CATEGORIAS PIC 9 VALUE 0.
           05 VALOR-AJUSTADO PIC X(20).
           05 DESDE-PEDIDO PIC 9(6) VALUE ZEROS.
           05 FILLER REDEFINES DESDE-PEDIDO.
               10 DESDE-ANIO PIC 9(4).
               10 DESDE-MES PIC 99.
           05 HASTA-PEDIDO PIC 9(6) VALUE ZEROS.
           05 FILLER REDEFINES HASTA-PEDIDO.
               10 HASTA-ANIO PIC 9(4).
               10 HASTA-MES PIC 99.
           05 FECHA-HOY PIC 9(8).
           05 ANIOMES-HOY PIC 9(6).
           05 ANIO-SEGMENTO PIC 9(4).
           05 ANIO-HOY PIC 9(4).
           05 ANIOMES-LEIDO PIC 9(6).
           05 FILLER REDEFINES ANIOMES-LEIDO.
               10 ANIO-LEIDO PIC 9(4).
               10 MES-LEIDO PIC 99.
           05 ANIO-TRABAJO PIC 9(4).
           05 MES-TRABAJO PIC 99.
           05 CANTIDAD-MESES PIC 9(3) VALUE ZEROS.
           05 MESES-PEDIDOS PIC S9(5) VALUE ZEROS.
           05 IND PIC 9(3) VALUE ZEROS.
           05 IND-CAT PIC 9(2) VALUE ZEROS.
           05 POSICION-CAT PIC 9(2) VALUE ZEROS.
           05 TOTAL-CATEGORIAS PIC 9(2) VALUE ZEROS.
           05 CATEGORIA-BUSCADA PIC X(10).
           05 DESCRIPCION-HALLADA PIC X(30).
           05 TOTAL-AMIGOS-HOY PIC 9(7) VALUE ZEROS.
           05 NETO-POSTERIOR PIC S9(7) VALUE ZEROS.
           05 TOTAL-LINEAS-LOG PIC 9(7) VALUE ZEROS.
           05 TOTAL-LINEAS-PERIODO PIC 9(7) VALUE ZEROS.
           05 TOTAL-SIN-LUGAR PIC 9(5) VALUE ZEROS.
           05 SUMA-ALTAS PIC 9(7) VALUE ZEROS.
           05 SUMA-BAJAS PIC 9(7) VALUE ZEROS.
           05 SUMA-ARCHIVADOS PIC 9(7) VALUE ZEROS.
           05 SUMA-CAMBIOS PIC 9(7) VALUE ZEROS.
           05 SUMA-LLAMADAS PIC 9(7) VALUE ZEROS.
           05 SUMA-VISITAS PIC 9(7) VALUE ZEROS.
           05 SUMA-CARTAS PIC 9(7) VALUE ZEROS.
           05 SUMA-NETO PIC S9(7) VALUE ZEROS.
       01 CONSTANTES.
           05 MAXIMO-MESES PIC 9(3) VALUE 120.
           05 MAXIMO-CATEGORIAS PIC 9(2) VALUE 50.
      *----------------------------
       PROCEDURE DIVISION.
       PRINCIPAL.
           OPEN EXTEND CORRIDAS.
           MOVE "ESTADIST" TO FUNCION-F.
           MOVE "C" TO NIVEL-F.
           CALL "FIRMAR" USING FIRMA-OPERADOR.
           PERFORM GRABAR-CORRIDA-INICIO.
           IF AUTORIZADO-F = "S"
               PERFORM LEER-PARAMETROS
           ELSE
               MOVE 0 TO SW-CONTINUAR
           END-IF.
           IF SW-CONTINUAR = 1
               PERFORM ARMAR-MESES
           END-IF.
           IF SW-CONTINUAR = 1
               PERFORM CONTAR-AMIGOS
               PERFORM RECORRER-LOG
               PERFORM RECORRER-BITACORA
               PERFORM RECORRER-CONTACTOS
               PERFORM CALCULAR-TOTALES
               PERFORM ESCRIBIR-INFORME
               DISPLAY "MESES INFORMADOS: " CANTIDAD-MESES
               DISPLAY "LINEAS DEL LOG EN EL PERIODO: "
                   TOTAL-LINEAS-PERIODO
               DISPLAY "AMIGOS EN AMIGOS.DAT HOY: " TOTAL-AMIGOS-HOY
           END-IF.
           PERFORM GRABAR-CORRIDA-FIN.
           CLOSE CORRIDAS.
      * GOBACK y no STOP RUN: corrido solo termina igual, pero
      * llamado como paso de OPERAR devuelve el control al
      * conductor en vez de cortar la cadena entera.
           GOBACK.

       LEER-PARAMETROS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO FECHA-HOY
           MOVE FECHA-HOY(1:6) TO ANIOMES-HOY
           MOVE FECHA-HOY(1:4) TO ANIO-HOY
           OPEN INPUT PARAMETROS
           IF WS-FS-PARAMETROS NOT = "00"
               DISPLAY "NO SE PUDO ABRIR ESTADIST.PAR, FILE STATUS "
                   WS-FS-PARAMETROS
               MOVE 0 TO SW-CONTINUAR
           ELSE
               PERFORM CARGAR-PARAMETRO
                   UNTIL SW-FIN-PARAMETROS = 1
               CLOSE PARAMETROS
               IF HASTA-PEDIDO = ZEROS
                   MOVE ANIOMES-HOY TO HASTA-PEDIDO
               END-IF
               PERFORM VALIDAR-PERIODO
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
               WHEN "DESDE"
                   IF VALOR-AJUSTADO(1:6) IS NUMERIC
                       MOVE VALOR-AJUSTADO(1:6) TO DESDE-PEDIDO
                   ELSE
                       DISPLAY "DESDE NO NUMERICO, SE IGNORA: "
                           VALOR-P
                   END-IF
               WHEN "HASTA"
                   IF VALOR-AJUSTADO(1:6) IS NUMERIC
                       MOVE VALOR-AJUSTADO(1:6) TO HASTA-PEDIDO
                   ELSE
                       DISPLAY "HASTA NO NUMERICO, SE IGNORA: "
                           VALOR-P
                   END-IF
               WHEN OTHER
                   DISPLAY "CRITERIO DESCONOCIDO, SE IGNORA: "
                       CRITERIO-P
           END-EVALUATE.

       VALIDAR-PERIODO.
           COMPUTE MESES-PEDIDOS =
               (HASTA-ANIO * 12 + HASTA-MES)
               - (DESDE-ANIO * 12 + DESDE-MES) + 1
           EVALUATE TRUE
               WHEN DESDE-PEDIDO = ZEROS
                   DISPLAY "ESTADIST.PAR SIN LINEA DESDE VALIDA"
                   MOVE 0 TO SW-CONTINUAR
               WHEN DESDE-MES < 1 OR DESDE-MES > 12
                 OR HASTA-MES < 1 OR HASTA-MES > 12
                   DISPLAY "MES INVALIDO EN ESTADIST.PAR"
                   MOVE 0 TO SW-CONTINUAR
               WHEN MESES-PEDIDOS < 1
                   DISPLAY "HASTA ES ANTERIOR A DESDE"
                   MOVE 0 TO SW-CONTINUAR
               WHEN MESES-PEDIDOS > MAXIMO-MESES
                   DISPLAY "PERIODO DE MAS DE " MAXIMO-MESES " MESES"
                   MOVE 0 TO SW-CONTINUAR
               WHEN OTHER
                   MOVE MESES-PEDIDOS TO CANTIDAD-MESES
           END-EVALUATE.

       ARMAR-MESES.
           INITIALIZE TABLA-MESES
           MOVE DESDE-ANIO TO ANIO-TRABAJO
           MOVE DESDE-MES TO MES-TRABAJO
           PERFORM ARMAR-MES
               VARYING IND FROM 1 BY 1 UNTIL IND > CANTIDAD-MESES.

       ARMAR-MES.
           COMPUTE ANIOMES-MES(IND) = ANIO-TRABAJO * 100 + MES-TRABAJO
           IF MES-TRABAJO = 12
               MOVE 1 TO MES-TRABAJO
               ADD 1 TO ANIO-TRABAJO
           ELSE
               ADD 1 TO MES-TRABAJO
           END-IF.

       UBICAR-MES.
      * Deja en IND el renglon de ANIOMES-LEIDO; cero si cae fuera
      * del periodo.
           IF ANIOMES-LEIDO < DESDE-PEDIDO
              OR ANIOMES-LEIDO > HASTA-PEDIDO
               MOVE ZEROS TO IND
           ELSE
               COMPUTE IND =
                   (ANIO-LEIDO * 12 + MES-LEIDO)
                   - (DESDE-ANIO * 12 + DESDE-MES) + 1
           END-IF.

       CONTAR-AMIGOS.
           OPEN INPUT AMIGOS
           MOVE ZEROS TO CODIGO
           START AMIGOS KEY IS >= CODIGO
               INVALID KEY
                   MOVE 1 TO SW-FIN-DAT
           END-START
           PERFORM CONTAR-AMIGO UNTIL SW-FIN-DAT = 1
           CLOSE AMIGOS.

       CONTAR-AMIGO.
           READ AMIGOS NEXT RECORD
             AT END
               MOVE 1 TO SW-FIN-DAT
             NOT AT END
               ADD 1 TO TOTAL-AMIGOS-HOY
           END-READ.

      *---------------------------
      * El log: primero los segmentos de DEPURAR desde el anio de
      * DESDE hasta hoy, despues el vivo. Cada linea esta en uno
      * solo de ellos. Lo anterior a DESDE no se usa; lo posterior
      * a HASTA solo suma al neto que lleva el total hacia atras.
      *---------------------------
       RECORRER-LOG.
           PERFORM LEER-SEGMENTO-LOG
               VARYING ANIO-SEGMENTO FROM DESDE-ANIO BY 1
               UNTIL ANIO-SEGMENTO > ANIO-HOY
           MOVE "AMIGOS-LOG.TXT" TO NOMBRE-ARCHIVO-LOG
           PERFORM LEER-ARCHIVO-LOG.

       LEER-SEGMENTO-LOG.
           MOVE SPACES TO NOMBRE-ARCHIVO-LOG
           STRING "AMIGOS-LOG-" ANIO-SEGMENTO ".TXT"
               DELIMITED BY SIZE INTO NOMBRE-ARCHIVO-LOG
           PERFORM LEER-ARCHIVO-LOG.

       LEER-ARCHIVO-LOG.
           OPEN INPUT ARCHIVO-LOG
           IF WS-FS-ARCHIVO = "00"
               MOVE 0 TO SW-FIN-ARCHIVO
               PERFORM LEER-LINEA-LOG UNTIL SW-FIN-ARCHIVO = 1
               CLOSE ARCHIVO-LOG
           END-IF.

       LEER-LINEA-LOG.
           READ ARCHIVO-LOG
             AT END
               MOVE 1 TO SW-FIN-ARCHIVO
             NOT AT END
               ADD 1 TO TOTAL-LINEAS-LOG
               MOVE REG-ARCHIVO-LOG TO REG-LOG-D
               IF FECHA-HORA-LOG(1:6) IS NUMERIC
                   MOVE FECHA-HORA-LOG(1:6) TO ANIOMES-LEIDO
                   PERFORM CONTAR-LINEA-LOG
               END-IF
           END-READ.

       CONTAR-LINEA-LOG.
      * La BAJA de OLVIDAR marcada "H" es de alguien que ya estaba
      * archivado: salio de AMIGOS.DAT con ARCHIVAR y se cuenta
      * entre los archivados, no otra vez como baja.
           IF ANIOMES-LEIDO > HASTA-PEDIDO
               EVALUATE OPERACION-LOG
                   WHEN "ALTA"
                       ADD 1 TO NETO-POSTERIOR
                   WHEN "BAJA"
                       IF ESTADO-DESPUES-LOG NOT = "H"
                           SUBTRACT 1 FROM NETO-POSTERIOR
                       END-IF
               END-EVALUATE
           ELSE
               PERFORM UBICAR-MES
               IF IND NOT = ZEROS
                   ADD 1 TO TOTAL-LINEAS-PERIODO
                   EVALUATE OPERACION-LOG
                       WHEN "ALTA"
                           ADD 1 TO ALTAS-MES(IND)
                           PERFORM SUMAR-A-CATEGORIA
                       WHEN "BAJA"
                           IF ESTADO-DESPUES-LOG NOT = "H"
                               ADD 1 TO BAJAS-MES(IND)
                           END-IF
                       WHEN "CAMBIO"
                           ADD 1 TO CAMBIOS-MES(IND)
                           PERFORM SUMAR-A-CATEGORIA
                   END-EVALUATE
               END-IF
           END-IF.

       SUMAR-A-CATEGORIA.
           IF CATEGORIA-DESPUES-LOG = SPACES
               MOVE "(SIN DATO)" TO CATEGORIA-BUSCADA
           ELSE
               MOVE CATEGORIA-DESPUES-LOG TO CATEGORIA-BUSCADA
           END-IF
           MOVE ZEROS TO POSICION-CAT
           PERFORM COMPARAR-CATEGORIA
               VARYING IND-CAT FROM 1 BY 1
               UNTIL IND-CAT > TOTAL-CATEGORIAS
           IF POSICION-CAT = ZEROS
               IF TOTAL-CATEGORIAS < MAXIMO-CATEGORIAS
                   ADD 1 TO TOTAL-CATEGORIAS
                   MOVE TOTAL-CATEGORIAS TO POSICION-CAT
                   MOVE CATEGORIA-BUSCADA TO CAT-NOMBRE(POSICION-CAT)
                   MOVE ZEROS TO CAT-ALTAS(POSICION-CAT)
                       CAT-CAMBIOS(POSICION-CAT)
               ELSE
                   ADD 1 TO TOTAL-SIN-LUGAR
               END-IF
           END-IF
           IF POSICION-CAT NOT = ZEROS
               IF OPERACION-LOG = "ALTA"
                   ADD 1 TO CAT-ALTAS(POSICION-CAT)
               ELSE
                   ADD 1 TO CAT-CAMBIOS(POSICION-CAT)
               END-IF
           END-IF.

       COMPARAR-CATEGORIA.
           IF CAT-NOMBRE(IND-CAT) = CATEGORIA-BUSCADA
               MOVE IND-CAT TO POSICION-CAT
           END-IF.

      *---------------------------
      * Los archivados de cada corrida de ARCHIVAR, de su linea
      * FIN en la bitacora y sus segmentos.
      *---------------------------
       RECORRER-BITACORA.
           PERFORM LEER-SEGMENTO-CTL
               VARYING ANIO-SEGMENTO FROM DESDE-ANIO BY 1
               UNTIL ANIO-SEGMENTO > ANIO-HOY
           MOVE "AMIGOS-CTL.TXT" TO NOMBRE-ARCHIVO-CTL
           PERFORM LEER-ARCHIVO-CTL.

       LEER-SEGMENTO-CTL.
           MOVE SPACES TO NOMBRE-ARCHIVO-CTL
           STRING "AMIGOS-CTL-" ANIO-SEGMENTO ".TXT"
               DELIMITED BY SIZE INTO NOMBRE-ARCHIVO-CTL
           PERFORM LEER-ARCHIVO-CTL.

       LEER-ARCHIVO-CTL.
           OPEN INPUT ARCHIVO-CTL
           IF WS-FS-ARCHIVO = "00"
               MOVE 0 TO SW-FIN-ARCHIVO
               PERFORM LEER-LINEA-CTL UNTIL SW-FIN-ARCHIVO = 1
               CLOSE ARCHIVO-CTL
           END-IF.

       LEER-LINEA-CTL.
           READ ARCHIVO-CTL
             AT END
               MOVE 1 TO SW-FIN-ARCHIVO
             NOT AT END
               MOVE REG-ARCHIVO-CTL TO REG-CORRIDA-D
               IF PROGRAMA-C = "ARCHIVAR" AND TIPO-C = "FIN"
                  AND FECHA-HORA-C(1:6) IS NUMERIC
                  AND GRABADOS-C IS NUMERIC
                   MOVE FECHA-HORA-C(1:6) TO ANIOMES-LEIDO
                   PERFORM CONTAR-ARCHIVADOS
               END-IF
           END-READ.

       CONTAR-ARCHIVADOS.
           IF ANIOMES-LEIDO > HASTA-PEDIDO
               SUBTRACT GRABADOS-C FROM NETO-POSTERIOR
           ELSE
               PERFORM UBICAR-MES
               IF IND NOT = ZEROS
                   ADD GRABADOS-C TO ARCHIVADOS-MES(IND)
               END-IF
           END-IF.

      *---------------------------
      * Contactos por tipo, por la fecha de la clave.
      *---------------------------
       RECORRER-CONTACTOS.
           OPEN INPUT CONTACTOS
           IF WS-FS-CONTACTO = "00"
               MOVE LOW-VALUES TO CLAVE-CON
               START CONTACTOS KEY IS >= CLAVE-CON
                   INVALID KEY
                       MOVE 1 TO SW-FIN-CONTACTOS
               END-START
               PERFORM LEER-CONTACTO UNTIL SW-FIN-CONTACTOS = 1
               CLOSE CONTACTOS
           ELSE
               DISPLAY "SIN AMIGOS-CONT.DAT, CONTACTOS EN CERO"
           END-IF.

       LEER-CONTACTO.
           READ CONTACTOS NEXT RECORD
             AT END
               MOVE 1 TO SW-FIN-CONTACTOS
             NOT AT END
               IF FECHA-HORA-CON(1:6) IS NUMERIC
                   MOVE FECHA-HORA-CON(1:6) TO ANIOMES-LEIDO
                   PERFORM UBICAR-MES
                   IF IND NOT = ZEROS
                       EVALUATE TIPO-CON
                           WHEN "LLAMADA"
                               ADD 1 TO LLAMADAS-MES(IND)
                           WHEN "VISITA"
                               ADD 1 TO VISITAS-MES(IND)
                           WHEN "CARTA"
                               ADD 1 TO CARTAS-MES(IND)
                       END-EVALUATE
                   END-IF
               END-IF
           END-READ.

      *---------------------------
      * Neto de cada mes y total al cierre, de atras para
      * adelante: el ultimo mes cierra con lo de hoy menos lo
      * posterior a HASTA, y cada mes anterior con el total del
      * siguiente menos el neto del siguiente.
      *---------------------------
       CALCULAR-TOTALES.
           PERFORM CALCULAR-NETO
               VARYING IND FROM 1 BY 1 UNTIL IND > CANTIDAD-MESES
           COMPUTE TOTAL-MES(CANTIDAD-MESES) =
               TOTAL-AMIGOS-HOY - NETO-POSTERIOR
           PERFORM ARRASTRAR-TOTAL
               VARYING IND FROM CANTIDAD-MESES BY -1 UNTIL IND < 2.

       CALCULAR-NETO.
           COMPUTE NETO-MES(IND) = ALTAS-MES(IND) - BAJAS-MES(IND)
               - ARCHIVADOS-MES(IND).

       ARRASTRAR-TOTAL.
           COMPUTE TOTAL-MES(IND - 1) = TOTAL-MES(IND) - NETO-MES(IND).

       ESCRIBIR-INFORME.
           OPEN OUTPUT INFORME
           MOVE DESDE-PEDIDO TO DESDE-ENC
           MOVE HASTA-PEDIDO TO HASTA-ENC
           MOVE FECHA-HOY TO HOY-ENC
           WRITE REG-INFORME FROM LINEA-ENCABEZADO
           MOVE SPACES TO REG-INFORME
           WRITE REG-INFORME
           WRITE REG-INFORME FROM LINEA-COLUMNAS
           PERFORM ESCRIBIR-MES
               VARYING IND FROM 1 BY 1 UNTIL IND > CANTIDAD-MESES
           PERFORM ESCRIBIR-SUMA
           MOVE SPACES TO LINEA-NOTA
           STRING "NETO = ALTAS - BAJAS - ARCHIVADOS. "
               "TOTAL = AMIGOS EN AMIGOS.DAT AL CIERRE DEL MES."
               DELIMITED BY SIZE INTO LINEA-NOTA
           END-STRING
           WRITE REG-INFORME FROM LINEA-NOTA
           MOVE SPACES TO LINEA-NOTA
           STRING "LAS REACTIVACIONES DE REACTIVA CUENTAN COMO ALTA; "
               "LOS ARCHIVADOS SALEN DE LA BITACORA DE ARCHIVAR."
               DELIMITED BY SIZE INTO LINEA-NOTA
           END-STRING
           WRITE REG-INFORME FROM LINEA-NOTA
           PERFORM ESCRIBIR-CATEGORIAS
           CLOSE INFORME.

       ESCRIBIR-MES.
           MOVE ANIOMES-MES(IND)(1:4) TO ANIO-L
           MOVE ANIOMES-MES(IND)(5:2) TO MES-L
           MOVE ALTAS-MES(IND) TO ALTAS-L
           MOVE BAJAS-MES(IND) TO BAJAS-L
           MOVE ARCHIVADOS-MES(IND) TO ARCHIVADOS-L
           MOVE CAMBIOS-MES(IND) TO CAMBIOS-L
           MOVE NETO-MES(IND) TO NETO-L
           MOVE TOTAL-MES(IND) TO TOTAL-L
           MOVE LLAMADAS-MES(IND) TO LLAMADAS-L
           MOVE VISITAS-MES(IND) TO VISITAS-L
           MOVE CARTAS-MES(IND) TO CARTAS-L
           WRITE REG-INFORME FROM LINEA-MES
           ADD ALTAS-MES(IND) TO SUMA-ALTAS
           ADD BAJAS-MES(IND) TO SUMA-BAJAS
           ADD ARCHIVADOS-MES(IND) TO SUMA-ARCHIVADOS
           ADD CAMBIOS-MES(IND) TO SUMA-CAMBIOS
           ADD NETO-MES(IND) TO SUMA-NETO
           ADD LLAMADAS-MES(IND) TO SUMA-LLAMADAS
           ADD VISITAS-MES(IND) TO SUMA-VISITAS
           ADD CARTAS-MES(IND) TO SUMA-CARTAS.

       ESCRIBIR-SUMA.
      * El renglon del periodo lleva en TOTAL el cierre del ultimo
      * mes.
           MOVE SPACES TO REG-INFORME
           WRITE REG-INFORME
           MOVE ZEROS TO ANIO-L MES-L
           MOVE SUMA-ALTAS TO ALTAS-L
           MOVE SUMA-BAJAS TO BAJAS-L
           MOVE SUMA-ARCHIVADOS TO ARCHIVADOS-L
           MOVE SUMA-CAMBIOS TO CAMBIOS-L
           MOVE SUMA-NETO TO NETO-L
           MOVE TOTAL-MES(CANTIDAD-MESES) TO TOTAL-L
           MOVE SUMA-LLAMADAS TO LLAMADAS-L
           MOVE SUMA-VISITAS TO VISITAS-L
           MOVE SUMA-CARTAS TO CARTAS-L
           MOVE LINEA-MES TO REG-INFORME
           MOVE "PERIODO" TO REG-INFORME(1:7)
           WRITE REG-INFORME
           MOVE SPACES TO REG-INFORME
           WRITE REG-INFORME.

       ESCRIBIR-CATEGORIAS.
           WRITE REG-INFORME FROM LINEA-SALTO-PAGINA
           WRITE REG-INFORME FROM LINEA-ENCABEZADO-2
           OPEN INPUT CATEGORIAS
           IF WS-FS-CATEGORIA = "00"
               MOVE 1 TO SW-HAY-CATEGORIAS
           END-IF
           PERFORM ESCRIBIR-CATEGORIA
               VARYING IND-CAT FROM 1 BY 1
               UNTIL IND-CAT > TOTAL-CATEGORIAS
           IF SW-HAY-CATEGORIAS = 1
               CLOSE CATEGORIAS
           END-IF
           IF TOTAL-SIN-LUGAR > ZEROS
               MOVE SPACES TO LINEA-NOTA
               STRING "MOVIMIENTOS DE CATEGORIAS QUE NO ENTRARON EN "
                   "LA TABLA: " TOTAL-SIN-LUGAR
                   DELIMITED BY SIZE INTO LINEA-NOTA
               END-STRING
               WRITE REG-INFORME FROM LINEA-NOTA
           END-IF.

       ESCRIBIR-CATEGORIA.
           MOVE CAT-NOMBRE(IND-CAT) TO CATEGORIA-E
           MOVE SPACES TO DESCRIPCION-E
           IF SW-HAY-CATEGORIAS = 1
               MOVE CAT-NOMBRE(IND-CAT) TO CODIGO-CAT
               READ CATEGORIAS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE DESCRIPCION-CAT TO DESCRIPCION-E
               END-READ
           END-IF
           MOVE CAT-ALTAS(IND-CAT) TO ALTAS-E
           MOVE CAT-CAMBIOS(IND-CAT) TO CAMBIOS-E
           WRITE REG-INFORME FROM LINEA-CATEGORIA.

       GRABAR-CORRIDA-INICIO.
           MOVE "ESTADIST" TO PROGRAMA-C
           MOVE "INICIO" TO TIPO-C
           MOVE ZEROS TO LEIDOS-C GRABADOS-C
           MOVE SPACE TO ESTADO-C
           PERFORM GRABAR-CORRIDA.

       GRABAR-CORRIDA-FIN.
      * REG-CORRIDA-D sirvio para releer la bitacora: se vuelve a
      * armar entero.
           MOVE "ESTADIST" TO PROGRAMA-C
           MOVE "FIN" TO TIPO-C
           MOVE TOTAL-LINEAS-PERIODO TO LEIDOS-C
           MOVE CANTIDAD-MESES TO GRABADOS-C
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
