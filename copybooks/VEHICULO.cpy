           05  VH-CUENTA-ID      PIC X(6).
           05  VH-CATEGORIA      PIC X(10).
           05  VH-ESTADO         PIC X.
           05  VH-CENTRO-COSTO   PIC X(10).
           05  VH-TOPE-MENSUAL   PIC 9(7).
