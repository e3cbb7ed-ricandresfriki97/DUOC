       01  RESPALDO-CUENTA-RECORD.
           05  RC-FECHA-RESPALDO PIC 9(8).
           05  RC-HORA-RESPALDO  PIC 9(6).
           05  RC-CUENTA-ID      PIC X(6).
           05  RC-PATENTE        PIC X(8).
           05  RC-SALDO          PIC S9(9)V99.
           05  RC-TIPO-CUENTA    PIC X.
           05  RC-UMBRAL-MINIMO  PIC S9(9)V99.
           05  RC-ALERTA-SALDO   PIC X.
           05  RC-ESTADO-CUENTA  PIC X.
           05  RC-REGISTROS-LOGS.
               10  RC-PEAJES-HIST    PIC 9(9).
               10  RC-PEAJES-LOG     PIC 9(9).
               10  RC-PAGOS-LOG      PIC 9(9).
