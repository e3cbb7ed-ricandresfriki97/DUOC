       01  REEMBOLSO-RECORD.
           05  RB-DOCUMENTO-NRO  PIC 9(6).
           05  RB-ORIGEN         PIC X(4).
           05  RB-CUENTA-ID      PIC X(10).
           05  RB-MONTO          PIC 9(9)V99.
           05  RB-FECHA          PIC 9(8).
           05  RB-ESTADO         PIC X.
           05  RB-OPERADOR       PIC X(10).
