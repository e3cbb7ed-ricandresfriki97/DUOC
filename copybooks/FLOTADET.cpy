       01  FLOTA-DETALLE-RECORD.
           05  DF-CUENTA-ID      PIC X(6).
           05  DF-CENTRO-COSTO   PIC X(10).
           05  DF-PATENTE        PIC X(8).
           05  DF-FECHA          PIC 9(8).
           05  DF-HORA           PIC 99.
           05  DF-PLAZA          PIC X(3).
           05  DF-CATEGORIA      PIC X(10).
           05  DF-TOTAL          PIC 9(5).
           05  DF-NETO           PIC 9(7)V99.
           05  DF-IVA            PIC 9(7)V99.
