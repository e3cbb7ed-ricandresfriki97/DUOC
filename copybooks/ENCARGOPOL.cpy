       01  ENCARGO-POL-RECORD.
           05  PO-PATENTE        PIC X(8).
           05  PO-TIPO-ORDEN     PIC X.
           05  PO-FECHA-DESDE    PIC 9(8).
           05  PO-FECHA-HASTA    PIC 9(8).
           05  PO-REFERENCIA     PIC X(15).
