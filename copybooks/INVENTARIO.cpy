           05  IN-PUNTO-REORDEN  PIC 9(7).
           05  IN-UNIDAD         PIC X(10).
           05  IN-SUCURSAL       PIC X(3).
           05  IN-COSTO-PROMEDIO PIC 9(5)V9(4).
