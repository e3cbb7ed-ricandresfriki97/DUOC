       01  NOTA-CREDITO-RECORD.
           05  NC-NOTA-NRO       PIC 9(6).
           05  NC-TICKET-ID      PIC X(6).
           05  NC-CLIENTE-ID     PIC X(6).
           05  NC-SUCURSAL       PIC X(3).
           05  NC-TIPO-TRABAJO   PIC 9.
           05  NC-HOJAS-TICKET   PIC 9(5).
           05  NC-TOTAL-TICKET   PIC 9(8).
           05  NC-MONTO          PIC 9(8).
           05  NC-HOJAS-DEVUELTAS PIC 9(5).
           05  NC-MOTIVO         PIC X(30).
           05  NC-ESTADO         PIC X.
           05  NC-OPERADOR       PIC X(10).
           05  NC-FECHA          PIC 9(8).
           05  NC-RESUELTO-POR   PIC X(10).
           05  NC-FECHA-RESOL    PIC 9(8).
           05  NC-VALE-NRO       PIC 9(6).
