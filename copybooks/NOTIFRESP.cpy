       01  NOTIF-RESP-RECORD.
           05  NR-NOTIF-NRO      PIC 9(8).
           05  NR-ESTADO         PIC X.
           05  NR-FECHA          PIC 9(8).
           05  NR-GLOSA          PIC X(30).
