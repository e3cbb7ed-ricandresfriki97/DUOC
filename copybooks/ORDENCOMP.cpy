           05  OC-ESTADO         PIC X.
           05  OC-FECHA-RECEP    PIC 9(8).
           05  OC-SUCURSAL       PIC X(3).
           05  OC-PRECIO-UNIT    PIC 9(7)V99.
