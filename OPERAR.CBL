      *-------------------------
      * Conductor de la cadena batch nocturna. Lee OPERAR.PLN,
      * una linea por paso con el nombre del programa en orden
      * (MIGRAR, CONCILIA, VALIDAR, INTEGRA, ARCHIVAR, CONTROLA),
      * llama a cada uno y revisa la bitacora AMIGOS-CTL.TXT
      * despues de cada paso: si el paso dejo su INICIO pero no
      * su linea FIN (aborto), si termino con ESTADO-C "A", o si
      * es CONCILIA o INTEGRA y su GRABADOS-C (el total de
      * diferencias o de problemas) no es cero, la
      * cadena se corta ahi, se informa que paso fallo y por que,
      * y la corrida de OPERAR queda en la bitacora con
      * terminacion A para que el informe de CONTROLA de la
      *
      * En la linea FIN de OPERAR, LEIDOS-C son los pasos
      * intentados y GRABADOS-C los que terminaron bien.
      *
      * OPERAR pide perfil M y firma al operador una sola vez al
      * arrancar (ver FIRMAR.CBL); los pasos llamados heredan esa
      * firma y solo controlan su propio perfil. Un paso negado
      * termina con ESTADO-C "A" y corta la cadena como cualquier
      * otro paso fallido. Corrida desatendida, el OPERADOR y la
      * CLAVE van en las dos primeras lineas de la entrada.
      *-------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FD CHECKPOINT.
       01 REG-CHECKPOINT PIC 9(2).
       FD CORRIDAS.
       01 REG-CORRIDA PIC X(53).

       WORKING-STORAGE SECTION.
       01 WS-FS-PLAN PIC XX.
       01 WS-FS-CHECKPOINT PIC XX.
       01 WS-FS-CONTROL PIC XX.
       COPY CORRIDWS.
       COPY FIRMAWS.
       01 TABLA-PASOS.
           05 ENTRADA-PASO OCCURS 20 TIMES.
               10 PROGRAMA-PASO PIC X(8).
      *----------------------------
       PROCEDURE DIVISION.
       PRINCIPAL.
           MOVE "OPERAR" TO FUNCION-F.
           MOVE "M" TO NIVEL-F.
           CALL "FIRMAR" USING FIRMA-OPERADOR.
           IF AUTORIZADO-F = "S"
               PERFORM LEER-PLAN
           ELSE
               MOVE 0 TO SW-CONTINUAR
           END-IF.
           IF SW-CONTINUAR = 1
               PERFORM LEER-CHECKPOINT
               PERFORM GRABAR-CORRIDA-INICIO
      * programa llamado. INICIO sin FIN es un paso que aborto;
      * FIN con ESTADO-C "A" termino mal; y el FIN de CONCILIA
      * con GRABADOS-C distinto de cero es un extracto con
      * diferencias que no se firma, y lo mismo el de INTEGRA con
      * problemas entre archivos: en esos casos la cadena
      * no sigue. Un paso que no dejo ni INICIO ni FIN es un
      * programa que no lleva bitacora (CONTROLA) y se acepta.
           MOVE ZEROS TO LINEAS-VISTAS DIFERENCIAS-PASO
                AND DIFERENCIAS-PASO NOT = ZEROS
                   MOVE "CONCILIACION CON DIFERENCIAS"
                       TO MOTIVO-CORTE
               WHEN PROGRAMA-LLAMADO = "INTEGRA"
                AND DIFERENCIAS-PASO NOT = ZEROS
                   MOVE "ARCHIVOS CON PROBLEMAS DE INTEGRIDAD"
                       TO MOTIVO-CORTE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      * cada grabacion.
           OPEN EXTEND CORRIDAS
           MOVE FUNCTION CURRENT-DATE TO FECHA-HORA-C
           MOVE OPERADOR-F TO OPERADOR-C
           WRITE REG-CORRIDA FROM REG-CORRIDA-D
           IF WS-FS-CONTROL NOT = "00"
               DISPLAY "ERROR AL GRABAR AMIGOS-CTL.TXT, FILE STATUS "
