       01  CONVENIO-RECORD.
           05  CV-CONVENIO-NRO   PIC 9(6).
           05  CV-CUENTA-ID      PIC X(10).
           05  CV-LINEA          PIC X.
           05  CV-ESTADO         PIC X.
           05  CV-FECHA          PIC 9(8).
           05  CV-DEUDA          PIC 9(9)V99.
           05  CV-PIE            PIC 9(9)V99.
           05  CV-CUOTAS         PIC 99.
           05  CV-DIAS-GRACIA    PIC 9(3).
           05  CV-ABONADO        PIC 9(9)V99.
           05  CV-FECHA-TERMINO  PIC 9(8).
           05  CV-OPERADOR       PIC X(10).
           05  CV-CUOTA OCCURS 37 TIMES.
               10  CV-VENCE      PIC 9(8).
               10  CV-VALOR      PIC 9(9)V99.
               10  CV-PAGADO     PIC 9(9)V99.
