      * Copybook: layout de REG-OPERADORES para la FD OPERADORES.
      * PERFIL-OPE: C solo consulta, M ademas mantenimiento, S
      * ademas las funciones de supervisor (OLVIDAR, RESTAURA,
      * CREAR, fusion de DUPLICAR, liberar el candado). Cada
      * perfil incluye lo que permite el anterior. ACTIVO-OPE "N"
      * no deja firmar pero conserva el operador para que sus
      * corridas viejas sigan teniendo a quien referirse.
       01 REG-OPERADORES.
         05 CODIGO-OPE PIC X(8).
         05 CLAVE-OPE PIC X(8).
         05 PERFIL-OPE PIC X(1).
         05 NOMBRE-OPE PIC X(30).
         05 ACTIVO-OPE PIC X(1).
