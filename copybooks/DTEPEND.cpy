       01  DTE-PENDIENTE-RECORD.
           05  DP-TIPO-REG       PIC X.
           05  DP-ORIGEN         PIC X(4).
           05  DP-REFERENCIA     PIC X(10).
           05  DP-PERIODO        PIC 9(6).
           05  DP-TIPO-DTE       PIC 9(3).
           05  DP-RECEPTOR       PIC X(10).
           05  DP-NOMBRE         PIC X(30).
           05  DP-DESCRIPCION    PIC X(30).
           05  DP-CANTIDAD       PIC 9(7).
           05  DP-MONTO          PIC S9(11).
           05  DP-EXENTO         PIC X.
           05  DP-MONTO-EXENTO   PIC S9(11).
           05  DP-REF-DOC        PIC X(10).
           05  DP-REF-PERIODO    PIC 9(6).
           05  DP-FECHA          PIC 9(8).
