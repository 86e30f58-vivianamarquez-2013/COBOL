      * Copybook: area de FIRMA-OPERADOR, lo que cada programa le
      * pasa a FIRMAR. El programa llena FUNCION-F (su nombre, o
      * nombre y funcion cuando una parte pide mas perfil) y
      * NIVEL-F, el perfil minimo: C consulta, M mantenimiento, S
      * supervisor. FIRMAR devuelve el operador firmado, su perfil
      * y AUTORIZADO-F "S" o "N". OPERADOR-F es el que se graba
      * en AMIGOS-LCK.TXT y en AMIGOS-CTL.TXT.
       01 FIRMA-OPERADOR.
           05 FUNCION-F PIC X(16).
           05 NIVEL-F PIC X(1).
           05 OPERADOR-F PIC X(8).
           05 PERFIL-F PIC X(1).
           05 AUTORIZADO-F PIC X(1).
