      * aparece como NO TERMINO, que es la alarma que antes no
      * existia. Ademas cruza la cadena: lo que MIGRAR escribio en
      * AMIGOS.TXT contra lo que CARGAR leyo despues, y el tamanio
      * de AMIGOS.DAT antes y despues de ARCHIVAR. Cada corrida
      * lleva el operador que la lanzo (en blanco en las lineas
      * anteriores a la firma de operadores).
      *
      * Pide perfil C (ver FIRMAR.CBL).
      *-------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       DATA DIVISION.
       FILE SECTION.
       FD CORRIDAS.
       01 REG-CORRIDA PIC X(53).
       FD INFORME.
       01 REG-INFORME PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-FS-CONTROL PIC XX.
       COPY CORRIDWS.
       COPY FIRMAWS.
       01 LINEA-ENCABEZADO.
           05 FILLER PIC X(20) VALUE "CORRIDAS DEL DIA ".
           05 FECHA-ENC PIC X(8).
           05 GRABADOS-L PIC ZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 ESTADO-L PIC X(1).
           05 FILLER PIC X VALUE SPACE.
           05 OPERADOR-L PIC X(8).
       01 LINEA-CRUCE-CARGA.
           05 FILLER PIC X(17) VALUE "MIGRAR ESCRIBIO: ".
           05 MIGRAR-CRUCE PIC ZZZZ9.
               10 GRABADOS-TAB PIC 9(5).
               10 ESTADO-TAB PIC X(1).
               10 SW-TERMINADO-TAB PIC 9.
               10 OPERADOR-TAB PIC X(8).
       01 VARIABLES.
           05 SW-FIN-ARCHIVO PIC 9 VALUE 0.
           05 SW-ENCONTRADO PIC 9 VALUE 0.
      *----------------------------
       PROCEDURE DIVISION.
       PRINCIPAL.
           MOVE "CONTROLA" TO FUNCION-F.
           MOVE "C" TO NIVEL-F.
           CALL "FIRMAR" USING FIRMA-OPERADOR.
           IF AUTORIZADO-F = "S"
               PERFORM PEDIR-FECHA
               PERFORM LEVANTAR-BITACORA
               PERFORM ESCRIBIR-INFORME
           END-IF.
      * GOBACK y no STOP RUN: corrido solo termina igual, pero
      * llamado como paso de OPERAR devuelve el control al
      * conductor en vez de cortar la cadena entera.
               MOVE ZEROS TO GRABADOS-TAB(TOTAL-CORRIDAS)
               MOVE SPACE TO ESTADO-TAB(TOTAL-CORRIDAS)
               MOVE 0 TO SW-TERMINADO-TAB(TOTAL-CORRIDAS)
               MOVE OPERADOR-C TO OPERADOR-TAB(TOTAL-CORRIDAS)
           ELSE
               DISPLAY "TABLA DE CORRIDAS LLENA, SE OMITE "
                   PROGRAMA-C
               MOVE GRABADOS-C TO GRABADOS-TAB(IND)
               MOVE ESTADO-C TO ESTADO-TAB(IND)
               MOVE 1 TO SW-TERMINADO-TAB(IND)
               IF OPERADOR-C NOT = SPACES
                   MOVE OPERADOR-C TO OPERADOR-TAB(IND)
               END-IF
               MOVE 1 TO SW-ENCONTRADO
           END-IF.

           MOVE LEIDOS-TAB(IND) TO LEIDOS-L
           MOVE GRABADOS-TAB(IND) TO GRABADOS-L
           MOVE ESTADO-TAB(IND) TO ESTADO-L
           MOVE OPERADOR-TAB(IND) TO OPERADOR-L
           WRITE REG-INFORME FROM LINEA-CORRIDA
           PERFORM ANOTAR-ULTIMAS.

