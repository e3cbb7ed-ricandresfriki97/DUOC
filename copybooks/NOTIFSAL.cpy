       01  NOTIF-SALIDA-RECORD.
           05  NS-NOTIF-NRO      PIC 9(8).
           05  NS-CANAL          PIC X.
           05  NS-DESTINO        PIC X(40).
           05  NS-CUENTA-ID      PIC X(6).
           05  NS-NOMBRE         PIC X(30).
           05  NS-EVENTO         PIC X(2).
           05  NS-MONTO          PIC S9(9)V99.
           05  NS-FECHA-EVENTO   PIC 9(8).
           05  NS-MENSAJE        PIC X(60).
