       01  PISTA-CONFIG-RECORD.
           05  PK-DIAS-PROMEDIO  PIC 99.
           05  PK-FACTOR-ALERTA  PIC 9V9.
           05  PK-MINIMO-PUNTOS  PIC 99V99.
