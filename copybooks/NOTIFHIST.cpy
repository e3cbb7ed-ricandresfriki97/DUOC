       01  NOTIF-HIST-RECORD.
           05  NH-NOTIF-NRO      PIC 9(8).
           05  NH-CANAL          PIC X.
           05  NH-DESTINO        PIC X(40).
           05  NH-CUENTA-ID      PIC X(6).
           05  NH-EVENTO         PIC X(2).
           05  NH-MONTO          PIC S9(9)V99.
           05  NH-FECHA-EVENTO   PIC 9(8).
           05  NH-FECHA-PROCESO  PIC 9(8).
           05  NH-ESTADO         PIC X.
           05  NH-FECHA-RESP     PIC 9(8).
           05  NH-GLOSA          PIC X(30).
