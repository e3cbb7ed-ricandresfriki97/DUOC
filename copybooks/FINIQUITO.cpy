       01  FINIQUITO-RECORD.
           05  FQ-CUENTA-ID      PIC X(6).
           05  FQ-DOCUMENTO-NRO  PIC 9(6).
           05  FQ-ESTADO         PIC X.
           05  FQ-TIPO-CUENTA    PIC X.
           05  FQ-FECHA-SOLICITUD PIC 9(8).
           05  FQ-FECHA-LIQUIDA  PIC 9(8).
           05  FQ-SALDO-FINAL    PIC S9(9)V99.
           05  FQ-REEMBOLSO      PIC 9(9)V99.
           05  FQ-DEUDA          PIC 9(9)V99.
           05  FQ-VEHICULOS      PIC 9(3).
           05  FQ-OPERADOR       PIC X(10).
