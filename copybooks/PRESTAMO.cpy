       01  PRESTAMO-RECORD.
           05  SP-SOLICITUD      PIC X(10).
           05  SP-CAPITAL        PIC 9(9)V99.
           05  SP-TASA           PIC 9(2)V9(4).
           05  SP-CUOTAS         PIC 9(3).
           05  SP-FECHA-PRIMERA  PIC 9(8).
           05  SP-METODO         PIC X.
