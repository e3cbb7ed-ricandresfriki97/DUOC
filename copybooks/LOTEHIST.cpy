       01  LOTE-HIST-RECORD.
           05  LH-CORRIDA        PIC 9(14).
           05  LH-PASO           PIC 99.
           05  LH-NOMBRE         PIC X(40).
           05  LH-PROGRAMA       PIC X(20).
           05  LH-FECHA-INICIO   PIC 9(8).
           05  LH-HORA-INICIO    PIC 9(6).
           05  LH-FECHA-FIN      PIC 9(8).
           05  LH-HORA-FIN       PIC 9(6).
           05  LH-DURACION       PIC 9(7).
           05  LH-CODIGO-RETORNO PIC 9(3).
           05  LH-REINICIO       PIC X.
           05  LH-LEIDOS         PIC 9(7).
           05  LH-POSTEADOS      PIC 9(7).
           05  LH-RECHAZADOS     PIC 9(7).
