       01  ORDEN-ESTADO-RECORD.
           05  OE-ORDEN-NRO      PIC 9(6).
           05  OE-ESTADO-ANT     PIC X.
           05  OE-ESTADO         PIC X.
           05  OE-FECHA          PIC 9(8).
           05  OE-HORA           PIC 9(8).
           05  OE-OPERADOR       PIC X(10).
           05  OE-GLOSA          PIC X(30).
