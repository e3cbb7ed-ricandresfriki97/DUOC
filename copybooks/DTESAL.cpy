       01  DTE-SALIDA-RECORD.
           05  DS-TIPO-REG       PIC X.
           05  DS-TIPO-DTE       PIC 9(3).
           05  DS-FOLIO          PIC 9(10).
           05  DS-FECHA          PIC 9(8).
           05  DS-RECEPTOR       PIC X(10).
           05  DS-NOMBRE         PIC X(30).
           05  DS-LINEA          PIC 9(3).
           05  DS-DESCRIPCION    PIC X(30).
           05  DS-CANTIDAD       PIC 9(7).
           05  DS-EXENTO         PIC S9(11).
           05  DS-NETO           PIC S9(11).
           05  DS-IVA            PIC S9(11).
           05  DS-TOTAL          PIC S9(11).
           05  DS-REF-TIPO       PIC 9(3).
           05  DS-REF-FOLIO      PIC X(10).
