       01  DTE-RESP-RECORD.
           05  DR-TIPO-DTE       PIC 9(3).
           05  DR-FOLIO          PIC 9(10).
           05  DR-ESTADO         PIC X.
           05  DR-GLOSA          PIC X(30).
           05  DR-FECHA          PIC 9(8).
