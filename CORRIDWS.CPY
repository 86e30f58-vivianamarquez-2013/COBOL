      * significado que cada programa les da) y el ESTADO-C de
      * terminacion: N normal, A anormal (termino controlado con
      * rechazo, p.ej. una carga estricta que se nego a cargar).
      * OPERADOR-C es el operador firmado que lanzo la corrida (ver
      * FIRMAWS.CPY); las lineas viejas, sin el, lo leen en blanco.
       01 REG-CORRIDA-D.
           05 PROGRAMA-C PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 GRABADOS-C PIC 9(5).
           05 FILLER PIC X VALUE SPACE.
           05 ESTADO-C PIC X(1).
           05 FILLER PIC X VALUE SPACE.
           05 OPERADOR-C PIC X(8).
