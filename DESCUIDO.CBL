      *     DIAS       30
      * Sin DESCUIDO.PAR la corrida se niega y queda en la
      * bitacora con terminacion A, igual que EXTRAER.
      *
      * Pide perfil C (ver FIRMAR.CBL).
      *-------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FD INFORME.
       01 REG-INFORME PIC X(80).
       FD CORRIDAS.
       01 REG-CORRIDA PIC X(53).

       WORKING-STORAGE SECTION.
       01 WS-FS-CONTACTO PIC XX.
       01 WS-FS-PARAMETROS PIC XX.
       01 WS-FS-CONTROL PIC XX.
       COPY CORRIDWS.
       COPY FIRMAWS.
       01 LINEA-ENCABEZADO.
           05 FILLER PIC X(33)
               VALUE "AMIGOS ACTIVOS SIN CONTACTO HACE ".
       PROCEDURE DIVISION.
       PRINCIPAL.
           OPEN EXTEND CORRIDAS.
           MOVE "DESCUIDO" TO FUNCION-F.
           MOVE "C" TO NIVEL-F.
           CALL "FIRMAR" USING FIRMA-OPERADOR.
           PERFORM GRABAR-CORRIDA-INICIO.
           IF AUTORIZADO-F = "S"
               PERFORM LEER-PARAMETROS
           ELSE
               MOVE 0 TO SW-CONTINUAR
           END-IF.
           IF SW-CONTINUAR = 1
               PERFORM CALCULAR-FECHA-LIMITE
               PERFORM GENERAR-REPORTE

       GRABAR-CORRIDA.
           MOVE FUNCTION CURRENT-DATE TO FECHA-HORA-C
           MOVE OPERADOR-F TO OPERADOR-C
           WRITE REG-CORRIDA FROM REG-CORRIDA-D
           IF WS-FS-CONTROL NOT = "00"
               DISPLAY "ERROR AL GRABAR AMIGOS-CTL.TXT, FILE STATUS "
