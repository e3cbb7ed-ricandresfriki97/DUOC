       01  ALERTA-POL-RECORD.
           05  AP-PATENTE        PIC X(8).
           05  AP-TIPO-ORDEN     PIC X.
           05  AP-REFERENCIA     PIC X(15).
           05  AP-PLAZA          PIC X(3).
           05  AP-FECHA          PIC 9(8).
           05  AP-HORA           PIC 99.
           05  AP-PISTA          PIC 99.
           05  AP-TIPO-PAGO      PIC X(4).
           05  AP-CUENTA-ID      PIC X(6).
           05  AP-CATEGORIA      PIC X(10).
           05  AP-FECHA-DETEC    PIC 9(8).
           05  AP-HORA-DETEC     PIC 9(8).
           05  AP-OPERADOR       PIC X(10).
           05  AP-REPORTADA      PIC X.
