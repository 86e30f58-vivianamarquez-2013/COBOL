      * desincronicen. Los campos DESPUES de EMAIL, DIRECCION,
      * CATEGORIA y ESTADO se agregaron al final del registro para
      * que las lineas viejas (mas cortas) sigan leyendose: al
      * releerlas esos campos quedan en blanco. Una BAJA no trae
      * imagen DESPUES; la que graba OLVIDAR para alguien que solo
      * estaba en AMIGOS-HIST.DAT lleva ESTADO-DESPUES-LOG "H".
       01 REG-LOG-D.
           05 CODIGO-LOG PIC Z(5).
           05 FILLER PIC X VALUE SPACE.
