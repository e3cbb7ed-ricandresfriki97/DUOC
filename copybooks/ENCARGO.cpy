       01  ENCARGO-RECORD.
           05  EG-PATENTE        PIC X(8).
           05  EG-TIPO-ORDEN     PIC X.
           05  EG-FECHA-DESDE    PIC 9(8).
           05  EG-FECHA-HASTA    PIC 9(8).
           05  EG-REFERENCIA     PIC X(15).
           05  EG-FECHA-CARGA    PIC 9(8).
           05  EG-OPERADOR       PIC X(10).
