       IDENTIFICATION DIVISION.
       PROGRAM-ID. BALANCE.
      *-------------------------
      * Informe anual de gastos en amigos contra el presupuesto
      * de cada categoria. Recorre AMIGOS-GAS.DAT (ver
      * GASTOSEL.CPY), toma los movimientos del anio pedido y los
      * pasa por un archivo de trabajo ordenado por CATEGORIA-GAS
      * y CODIGO, igual que RESUMEN, con dos cortes de control:
      * por amigo (cantidad de movimientos y total gastado) y por
      * categoria (total, PRESUPUESTO-CAT de CATEGORI.DAT,
      * diferencia y marca de EXCEDIDO). En la linea del amigo con
      * el que la categoria pasa su presupuesto queda la marca
      * SUPERA PRESUPUESTO, para ver donde se fue. El nombre sale
      * de AMIGOS.DAT o, si el amigo se archivo, de
      * AMIGOS-HIST.DAT; el CODIGO 00000 son los totales anonimos
      * que deja OLVIDAR. Al final, en pagina aparte, el cuadro de
      * todas las categorias del maestro con su presupuesto, lo
      * gastado y lo que sobra o falta, incluidas las que no
      * tuvieron gastos. El informe queda en BALANCE.RPT.
      *
      * El anio va en BALANCE.PAR con el esquema de criterio y
      * valor de DESCUIDO.PAR:
      *     ANIO       2025
      * Sin BALANCE.PAR, sin ANIO o sin AMIGOS-GAS.DAT la corrida
      * se niega y queda en la bitacora con terminacion A, igual
      * que DESCUIDO. En la bitacora, LEIDOS-C son los movimientos
      * leidos y GRABADOS-C los del anio.
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
           COPY GASTOSEL.
           COPY CATEGOEL.
           SELECT PARAMETROS
             ASSIGN TO RANDOM "BALANCE.PAR"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-FS-PARAMETROS.
           SELECT TRABAJO
             ASSIGN TO RANDOM "BALANCE.TMP".
           SELECT INFORME
             ASSIGN TO RANDOM "BALANCE.RPT"
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
       FD GASTOS.
       COPY GASTOSFD.
       FD CATEGORIAS.
       COPY CATEGOFD.
       FD PARAMETROS.
       01 REG-PARAMETRO.
           05 CRITERIO-P PIC X(10).
           05 VALOR-P PIC X(20).
       SD TRABAJO.
       01 REG-TRABAJO.
           05 CATEGORIA-T PIC X(10).
           05 CODIGO-T PIC 9(5).
           05 IMPORTE-T PIC S9(7)V99.
       FD INFORME.
       01 REG-INFORME PIC X(132).
       FD CORRIDAS.
       01 REG-CORRIDA PIC X(53).

       WORKING-STORAGE SECTION.
       01 WS-FS-HIST PIC XX.
       01 WS-FS-GASTO PIC XX.
       01 WS-FS-CATEGORIA PIC XX.
       01 WS-FS-PARAMETROS PIC XX.
       01 WS-FS-CONTROL PIC XX.
       COPY CORRIDWS.
       COPY FIRMAWS.
       01 LINEA-ENCABEZADO-1.
           05 FILLER PIC X(42)
               VALUE "GASTOS EN AMIGOS CONTRA PRESUPUESTO - ANIO".
           05 FILLER PIC X(1) VALUE SPACE.
           05 ANIO-ENC PIC 9(4).
       01 LINEA-TITULO-GRUPO.
           05 FILLER PIC X(11) VALUE "CATEGORIA: ".
           05 CATEGORIA-G PIC X(10).
           05 FILLER PIC X(1) VALUE SPACE.
           05 DESCRIPCION-G PIC X(30).
           05 FILLER PIC X(15) VALUE "  PRESUPUESTO: ".
           05 PRESUPUESTO-G PIC Z(8)9.99.
       01 LINEA-DETALLE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 CODIGO-L PIC Z(4)9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 NOMBRE-L PIC X(30).
           05 FILLER PIC X(1) VALUE SPACE.
           05 SITUACION-L PIC X(10).
           05 FILLER PIC X(1) VALUE SPACE.
           05 MOVIMIENTOS-L PIC ZZZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 IMPORTE-L PIC -Z(8)9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 MARCA-L PIC X(20).
       01 LINEA-SUBTOTAL.
           05 FILLER PIC X(16) VALUE "TOTAL CATEGORIA ".
           05 CATEGORIA-ST PIC X(10).
           05 FILLER PIC X(10) VALUE " GASTADO: ".
           05 GASTADO-ST PIC -Z(8)9.99.
           05 FILLER PIC X(15) VALUE "  PRESUPUESTO: ".
           05 PRESUPUESTO-ST PIC Z(8)9.99.
           05 FILLER PIC X(14) VALUE "  DIFERENCIA: ".
           05 DIFERENCIA-ST PIC -Z(8)9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 MARCA-ST PIC X(16).
       01 LINEA-SALTO-PAGINA PIC X(1) VALUE X"0C".
       01 LINEA-ENCABEZADO-2.
           05 FILLER PIC X(42)
               VALUE "CUADRO DE PRESUPUESTO POR CATEGORIA - ANIO".
           05 FILLER PIC X(1) VALUE SPACE.
           05 ANIO-ENC-2 PIC 9(4).
       01 LINEA-CUADRO.
           05 CATEGORIA-E PIC X(10).
           05 FILLER PIC X(1) VALUE SPACE.
           05 DESCRIPCION-EST PIC X(30).
           05 FILLER PIC X(1) VALUE SPACE.
           05 PRESUPUESTO-E PIC Z(8)9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 GASTADO-E PIC -Z(8)9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 DIFERENCIA-E PIC -Z(8)9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 PORCENTAJE-E PIC ZZZ9.99.
           05 FILLER PIC X(2) VALUE "% ".
           05 MARCA-E PIC X(22).
       01 LINEA-TOTAL-GENERAL.
           05 FILLER PIC X(25) VALUE "TOTAL GASTADO EN EL ANIO ".
           05 GASTADO-TG PIC -Z(8)9.99.
           05 FILLER PIC X(15) VALUE "  PRESUPUESTO: ".
           05 PRESUPUESTO-TG PIC Z(8)9.99.
       01 LINEA-TOTAL.
           05 CONCEPTO-T PIC X(25).
           05 TOTAL-T PIC ZZZZ9.
      * Lo gastado por categoria para el cuadro final. Como el
      * trabajo viene ordenado, cada corte agrega una entrada
      * nueva al final de la tabla; CAT-EN-MAESTRO marca las que
      * el cuadro ya listo al recorrer CATEGORI.DAT.
       01 TABLA-CATEGORIAS.
           05 ENTRADA-CATEGORIA OCCURS 50 TIMES.
               10 CAT-NOMBRE PIC X(10).
               10 CAT-GASTADO PIC S9(9)V99.
               10 CAT-EN-MAESTRO PIC 9.
       01 VARIABLES.
           05 SW-CONTINUAR PIC 9 VALUE 1.
           05 SW-FIN-PARAMETROS PIC 9 VALUE 0.
           05 SW-FIN-GASTOS PIC 9 VALUE 0.
           05 SW-FIN-SORT PIC 9 VALUE 0.
           05 SW-FIN-CATEGORIAS PIC 9 VALUE 0.
           05 SW-HAY-CATEGORIAS PIC 9 VALUE 0.
           05 SW-HAY-HISTORIAL PIC 9 VALUE 0.
           05 VALOR-AJUSTADO PIC X(20).
           05 ANIO-PEDIDO PIC 9(4) VALUE ZEROS.
           05 CATEGORIA-ANTERIOR PIC X(10).
           05 CODIGO-ANTERIOR PIC 9(5).
           05 DESCRIPCION-HALLADA PIC X(30).
           05 PRESUPUESTO-HALLADO PIC 9(7)V99.
           05 NOMBRE-HALLADO PIC X(30).
           05 SITUACION-HALLADA PIC X(10).
           05 MOVIMIENTOS-AMIGO PIC 9(5) VALUE ZEROS.
           05 GASTADO-AMIGO PIC S9(9)V99 VALUE ZEROS.
           05 GASTADO-CATEGORIA PIC S9(9)V99 VALUE ZEROS.
           05 GASTADO-ANTES PIC S9(9)V99 VALUE ZEROS.
           05 GASTADO-TOTAL PIC S9(9)V99 VALUE ZEROS.
           05 PRESUPUESTO-TOTAL PIC 9(9)V99 VALUE ZEROS.
           05 GASTADO-HALLADO PIC S9(9)V99 VALUE ZEROS.
           05 TOTAL-LEIDOS PIC 9(5) VALUE ZEROS.
           05 TOTAL-DEL-ANIO PIC 9(5) VALUE ZEROS.
           05 TOTAL-EXCEDIDAS PIC 9(5) VALUE ZEROS.
           05 TOTAL-CATEGORIAS PIC 9(2) VALUE ZEROS.
           05 IND PIC 9(2) VALUE ZEROS.
       01 CONSTANTES.
           05 MAXIMO-CATEGORIAS PIC 9(2) VALUE 50.
      *----------------------------
       PROCEDURE DIVISION.
       PRINCIPAL.
           OPEN EXTEND CORRIDAS.
           MOVE "BALANCE" TO FUNCION-F.
           MOVE "C" TO NIVEL-F.
           CALL "FIRMAR" USING FIRMA-OPERADOR.
           PERFORM GRABAR-CORRIDA-INICIO.
           IF AUTORIZADO-F = "S"
               PERFORM LEER-PARAMETROS
           ELSE
               MOVE 0 TO SW-CONTINUAR
           END-IF.
           IF SW-CONTINUAR = 1
               PERFORM ABRIR-GASTOS
           END-IF.
           IF SW-CONTINUAR = 1
               PERFORM ABRIR-CATEGORIAS
               IF SW-CONTINUAR = 0
                   CLOSE GASTOS
               END-IF
           END-IF.
           IF SW-CONTINUAR = 1
               PERFORM GENERAR-BALANCE
               DISPLAY "MOVIMIENTOS LEIDOS: " TOTAL-LEIDOS
               DISPLAY "MOVIMIENTOS DEL ANIO: " TOTAL-DEL-ANIO
               DISPLAY "CATEGORIAS EXCEDIDAS: " TOTAL-EXCEDIDAS
           END-IF.
           PERFORM GRABAR-CORRIDA-FIN.
           CLOSE CORRIDAS.
      * GOBACK y no STOP RUN: corrido solo termina igual, pero
      * llamado como paso de OPERAR devuelve el control al
      * conductor en vez de cortar la cadena entera.
           GOBACK.

       LEER-PARAMETROS.
           OPEN INPUT PARAMETROS
           IF WS-FS-PARAMETROS NOT = "00"
               DISPLAY "NO SE PUDO ABRIR BALANCE.PAR, FILE STATUS "
                   WS-FS-PARAMETROS
               MOVE 0 TO SW-CONTINUAR
           ELSE
               PERFORM CARGAR-PARAMETRO
                   UNTIL SW-FIN-PARAMETROS = 1
               CLOSE PARAMETROS
               IF ANIO-PEDIDO = ZEROS
                   DISPLAY "BALANCE.PAR SIN LINEA ANIO VALIDA"
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
               WHEN "ANIO"
                   IF VALOR-AJUSTADO(1:4) IS NUMERIC
                       MOVE VALOR-AJUSTADO(1:4) TO ANIO-PEDIDO
                   ELSE
                       DISPLAY "ANIO NO NUMERICO, SE IGNORA: "
                           VALOR-P
                   END-IF
               WHEN OTHER
                   DISPLAY "CRITERIO DESCONOCIDO, SE IGNORA: "
                       CRITERIO-P
           END-EVALUATE.

       ABRIR-GASTOS.
           OPEN INPUT GASTOS
           IF WS-FS-GASTO NOT = "00"
               DISPLAY "NO SE PUDO ABRIR AMIGOS-GAS.DAT, FILE STATUS "
                   WS-FS-GASTO
               MOVE 0 TO SW-CONTINUAR
           END-IF.

       GENERAR-BALANCE.
           OPEN INPUT AMIGOS
           PERFORM ABRIR-HISTORIAL
           OPEN OUTPUT INFORME
           MOVE ANIO-PEDIDO TO ANIO-ENC
           WRITE REG-INFORME FROM LINEA-ENCABEZADO-1
           SORT TRABAJO
               ON ASCENDING KEY CATEGORIA-T CODIGO-T
               INPUT PROCEDURE IS ENTRADA-SORT
               OUTPUT PROCEDURE IS SALIDA-SORT
           PERFORM ESCRIBIR-CUADRO
           MOVE "MOVIMIENTOS DEL ANIO: " TO CONCEPTO-T
           MOVE TOTAL-DEL-ANIO TO TOTAL-T
           WRITE REG-INFORME FROM LINEA-TOTAL
           MOVE "CATEGORIAS EXCEDIDAS: " TO CONCEPTO-T
           MOVE TOTAL-EXCEDIDAS TO TOTAL-T
           WRITE REG-INFORME FROM LINEA-TOTAL
           CLOSE AMIGOS GASTOS INFORME
           IF SW-HAY-HISTORIAL = 1
               CLOSE HISTORIAL
           END-IF
           IF SW-HAY-CATEGORIAS = 1
               CLOSE CATEGORIAS
           END-IF.

       ABRIR-HISTORIAL.
      * Sin AMIGOS-HIST.DAT los gastos de un amigo que ya no esta
      * en AMIGOS.DAT salen sin nombre.
           OPEN INPUT HISTORIAL
           IF WS-FS-HIST = "00"
               MOVE 1 TO SW-HAY-HISTORIAL
           ELSE
               MOVE 0 TO SW-HAY-HISTORIAL
           END-IF.

       ABRIR-CATEGORIAS.
      * Sin CATEGORI.DAT (file status 35) el informe sale igual,
      * con la descripcion en blanco y todo como SIN PRESUPUESTO.
      * Un maestro que existe pero no se puede abrir es un error:
      * el informe no sale, porque daria todo sin presupuesto.
           OPEN INPUT CATEGORIAS
           EVALUATE WS-FS-CATEGORIA
               WHEN "00"
                   MOVE 1 TO SW-HAY-CATEGORIAS
               WHEN "35"
                   MOVE 0 TO SW-HAY-CATEGORIAS
                   DISPLAY "SIN CATEGORI.DAT, NO HAY PRESUPUESTOS"
               WHEN OTHER
                   MOVE 0 TO SW-HAY-CATEGORIAS
                   DISPLAY "NO SE PUDO ABRIR CATEGORI.DAT, FILE STATUS "
                       WS-FS-CATEGORIA
                   MOVE 0 TO SW-CONTINUAR
           END-EVALUATE.

       ENTRADA-SORT.
           MOVE ZEROS TO CODIGO-GAS FECHA-GAS NUMERO-GAS
           START GASTOS KEY IS >= CLAVE-GAS
               INVALID KEY
                   MOVE 1 TO SW-FIN-GASTOS
           END-START
           PERFORM LEER-Y-LIBERAR UNTIL SW-FIN-GASTOS = 1.

       LEER-Y-LIBERAR.
           READ GASTOS NEXT RECORD
             AT END
               MOVE 1 TO SW-FIN-GASTOS
             NOT AT END
               ADD 1 TO TOTAL-LEIDOS
               IF FECHA-GAS(1:4) = ANIO-PEDIDO
                   ADD 1 TO TOTAL-DEL-ANIO
                   MOVE CATEGORIA-GAS TO CATEGORIA-T
                   MOVE CODIGO-GAS TO CODIGO-T
                   MOVE IMPORTE-GAS TO IMPORTE-T
                   RELEASE REG-TRABAJO
               END-IF
           END-READ.

       SALIDA-SORT.
           PERFORM RETORNAR
           IF SW-FIN-SORT = 0
               MOVE CATEGORIA-T TO CATEGORIA-ANTERIOR
               MOVE CODIGO-T TO CODIGO-ANTERIOR
               PERFORM INICIAR-GRUPO
               PERFORM PROCESAR-GRUPO UNTIL SW-FIN-SORT = 1
               PERFORM CORTE-AMIGO
               PERFORM CORTE-CATEGORIA
           END-IF.

       RETORNAR.
           RETURN TRABAJO
             AT END
               MOVE 1 TO SW-FIN-SORT
           END-RETURN.

       PROCESAR-GRUPO.
           IF CATEGORIA-T NOT = CATEGORIA-ANTERIOR
               PERFORM CORTE-AMIGO
               PERFORM CORTE-CATEGORIA
               MOVE CATEGORIA-T TO CATEGORIA-ANTERIOR
               MOVE CODIGO-T TO CODIGO-ANTERIOR
               PERFORM INICIAR-GRUPO
           END-IF
           IF CODIGO-T NOT = CODIGO-ANTERIOR
               PERFORM CORTE-AMIGO
               MOVE CODIGO-T TO CODIGO-ANTERIOR
           END-IF
           ADD 1 TO MOVIMIENTOS-AMIGO
           ADD IMPORTE-T TO GASTADO-AMIGO
           PERFORM RETORNAR.

       INICIAR-GRUPO.
           MOVE CATEGORIA-ANTERIOR TO CATEGORIA-G
           MOVE CATEGORIA-ANTERIOR TO CODIGO-CAT
           PERFORM BUSCAR-CATEGORIA
           MOVE DESCRIPCION-HALLADA TO DESCRIPCION-G
           MOVE PRESUPUESTO-HALLADO TO PRESUPUESTO-G
           WRITE REG-INFORME FROM LINEA-TITULO-GRUPO.

       BUSCAR-CATEGORIA.
      * Descripcion y presupuesto del maestro para el codigo en
      * CODIGO-CAT; en blanco y cero si no esta.
           MOVE SPACES TO DESCRIPCION-HALLADA
           MOVE ZEROS TO PRESUPUESTO-HALLADO
           IF SW-HAY-CATEGORIAS = 1
               READ CATEGORIAS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE DESCRIPCION-CAT TO DESCRIPCION-HALLADA
                       MOVE PRESUPUESTO-CAT TO PRESUPUESTO-HALLADO
               END-READ
           END-IF.

       CORTE-AMIGO.
           PERFORM BUSCAR-NOMBRE
           MOVE CODIGO-ANTERIOR TO CODIGO-L
           MOVE NOMBRE-HALLADO TO NOMBRE-L
           MOVE SITUACION-HALLADA TO SITUACION-L
           MOVE MOVIMIENTOS-AMIGO TO MOVIMIENTOS-L
           MOVE GASTADO-AMIGO TO IMPORTE-L
           MOVE SPACES TO MARCA-L
           MOVE GASTADO-CATEGORIA TO GASTADO-ANTES
           ADD GASTADO-AMIGO TO GASTADO-CATEGORIA
      * La marca va en el amigo con el que la categoria pasa su
      * presupuesto, no en todos los que siguen.
           IF PRESUPUESTO-HALLADO > ZEROS
              AND GASTADO-ANTES NOT > PRESUPUESTO-HALLADO
              AND GASTADO-CATEGORIA > PRESUPUESTO-HALLADO
               MOVE "SUPERA PRESUPUESTO" TO MARCA-L
           END-IF
           WRITE REG-INFORME FROM LINEA-DETALLE
           MOVE ZEROS TO MOVIMIENTOS-AMIGO GASTADO-AMIGO.

       BUSCAR-NOMBRE.
      * AMIGOS.DAT primero, despues AMIGOS-HIST.DAT para los
      * archivados. El CODIGO 00000 no es nadie: son los importes
      * que OLVIDAR dejo como totales anonimos.
           MOVE SPACES TO NOMBRE-HALLADO SITUACION-HALLADA
           IF CODIGO-ANTERIOR = ZEROS
               MOVE "IMPORTES DE AMIGOS OLVIDADOS" TO NOMBRE-HALLADO
               MOVE "ANONIMO" TO SITUACION-HALLADA
           ELSE
               MOVE CODIGO-ANTERIOR TO CODIGO
               READ AMIGOS
                   INVALID KEY
                       PERFORM BUSCAR-EN-HISTORIAL
                   NOT INVALID KEY
                       MOVE NOMBRE TO NOMBRE-HALLADO
                       MOVE "VIGENTE" TO SITUACION-HALLADA
               END-READ
           END-IF.

       BUSCAR-EN-HISTORIAL.
           MOVE "SIN DATOS" TO SITUACION-HALLADA
           IF SW-HAY-HISTORIAL = 1
               MOVE CODIGO-ANTERIOR TO CODIGO-H
               READ HISTORIAL
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE NOMBRE-H TO NOMBRE-HALLADO
                       MOVE "ARCHIVADO" TO SITUACION-HALLADA
               END-READ
           END-IF.

       CORTE-CATEGORIA.
           MOVE CATEGORIA-ANTERIOR TO CATEGORIA-ST
           MOVE GASTADO-CATEGORIA TO GASTADO-ST
           MOVE PRESUPUESTO-HALLADO TO PRESUPUESTO-ST
           COMPUTE DIFERENCIA-ST =
               PRESUPUESTO-HALLADO - GASTADO-CATEGORIA
           EVALUATE TRUE
               WHEN PRESUPUESTO-HALLADO = ZEROS
                   MOVE "SIN PRESUPUESTO" TO MARCA-ST
               WHEN GASTADO-CATEGORIA > PRESUPUESTO-HALLADO
                   MOVE "*** EXCEDIDO ***" TO MARCA-ST
                   ADD 1 TO TOTAL-EXCEDIDAS
               WHEN OTHER
                   MOVE SPACES TO MARCA-ST
           END-EVALUATE
           WRITE REG-INFORME FROM LINEA-SUBTOTAL
           PERFORM GUARDAR-EN-TABLA
           ADD GASTADO-CATEGORIA TO GASTADO-TOTAL
           MOVE ZEROS TO GASTADO-CATEGORIA.

       GUARDAR-EN-TABLA.
           IF TOTAL-CATEGORIAS < MAXIMO-CATEGORIAS
               ADD 1 TO TOTAL-CATEGORIAS
               MOVE CATEGORIA-ANTERIOR
                   TO CAT-NOMBRE(TOTAL-CATEGORIAS)
               MOVE GASTADO-CATEGORIA TO CAT-GASTADO(TOTAL-CATEGORIAS)
               MOVE 0 TO CAT-EN-MAESTRO(TOTAL-CATEGORIAS)
           ELSE
               DISPLAY "TABLA DE CATEGORIAS LLENA, SE OMITE "
                   CATEGORIA-ANTERIOR " EN EL CUADRO"
           END-IF.

       ESCRIBIR-CUADRO.
      * Primero todas las categorias del maestro, con o sin
      * gastos; despues las que tuvieron gastos pero no estan en
      * CATEGORI.DAT.
           WRITE REG-INFORME FROM LINEA-SALTO-PAGINA
           MOVE ANIO-PEDIDO TO ANIO-ENC-2
           WRITE REG-INFORME FROM LINEA-ENCABEZADO-2
           IF SW-HAY-CATEGORIAS = 1
               MOVE SPACES TO CODIGO-CAT
               START CATEGORIAS KEY IS >= CODIGO-CAT
                   INVALID KEY
                       MOVE 1 TO SW-FIN-CATEGORIAS
               END-START
               PERFORM CUADRO-MAESTRO UNTIL SW-FIN-CATEGORIAS = 1
           END-IF
           PERFORM CUADRO-SIN-MAESTRO
               VARYING IND FROM 1 BY 1
               UNTIL IND > TOTAL-CATEGORIAS
           MOVE GASTADO-TOTAL TO GASTADO-TG
           MOVE PRESUPUESTO-TOTAL TO PRESUPUESTO-TG
           WRITE REG-INFORME FROM LINEA-TOTAL-GENERAL.

       CUADRO-MAESTRO.
           READ CATEGORIAS NEXT RECORD
             AT END
               MOVE 1 TO SW-FIN-CATEGORIAS
             NOT AT END
               MOVE ZEROS TO GASTADO-HALLADO
               PERFORM BUSCAR-EN-TABLA
                   VARYING IND FROM 1 BY 1
                   UNTIL IND > TOTAL-CATEGORIAS
               MOVE CODIGO-CAT TO CATEGORIA-E
               MOVE DESCRIPCION-CAT TO DESCRIPCION-EST
               MOVE PRESUPUESTO-CAT TO PRESUPUESTO-HALLADO
               ADD PRESUPUESTO-CAT TO PRESUPUESTO-TOTAL
               PERFORM ESCRIBIR-LINEA-CUADRO
           END-READ.

       BUSCAR-EN-TABLA.
           IF CAT-NOMBRE(IND) = CODIGO-CAT
               MOVE CAT-GASTADO(IND) TO GASTADO-HALLADO
               MOVE 1 TO CAT-EN-MAESTRO(IND)
           END-IF.

       CUADRO-SIN-MAESTRO.
           IF CAT-EN-MAESTRO(IND) = 0
               MOVE CAT-NOMBRE(IND) TO CATEGORIA-E
               MOVE "NO ESTA EN CATEGORI.DAT" TO DESCRIPCION-EST
               MOVE ZEROS TO PRESUPUESTO-HALLADO
               MOVE CAT-GASTADO(IND) TO GASTADO-HALLADO
               PERFORM ESCRIBIR-LINEA-CUADRO
           END-IF.

       ESCRIBIR-LINEA-CUADRO.
           MOVE PRESUPUESTO-HALLADO TO PRESUPUESTO-E
           MOVE GASTADO-HALLADO TO GASTADO-E
           COMPUTE DIFERENCIA-E =
               PRESUPUESTO-HALLADO - GASTADO-HALLADO
           IF PRESUPUESTO-HALLADO > ZEROS
              AND GASTADO-HALLADO > ZEROS
               COMPUTE PORCENTAJE-E ROUNDED =
                   GASTADO-HALLADO * 100 / PRESUPUESTO-HALLADO
           ELSE
               MOVE ZEROS TO PORCENTAJE-E
           END-IF
           EVALUATE TRUE
               WHEN PRESUPUESTO-HALLADO = ZEROS
                    AND GASTADO-HALLADO NOT = ZEROS
                   MOVE "GASTO SIN PRESUPUESTO" TO MARCA-E
               WHEN GASTADO-HALLADO > PRESUPUESTO-HALLADO
                   MOVE "*** EXCEDIDO ***" TO MARCA-E
               WHEN OTHER
                   MOVE SPACES TO MARCA-E
           END-EVALUATE
           WRITE REG-INFORME FROM LINEA-CUADRO.

       GRABAR-CORRIDA-INICIO.
           MOVE "BALANCE" TO PROGRAMA-C
           MOVE "INICIO" TO TIPO-C
           MOVE ZEROS TO LEIDOS-C GRABADOS-C
           MOVE SPACE TO ESTADO-C
           PERFORM GRABAR-CORRIDA.

       GRABAR-CORRIDA-FIN.
           MOVE "FIN" TO TIPO-C
           MOVE TOTAL-LEIDOS TO LEIDOS-C
           MOVE TOTAL-DEL-ANIO TO GRABADOS-C
      * Sin perfil, sin parametros o sin libro de gastos la
      * corrida termina con ESTADO-C A y OPERAR corta la cadena.
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
