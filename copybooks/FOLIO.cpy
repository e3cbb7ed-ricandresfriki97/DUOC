       01  FOLIO-RECORD.
           05  FO-TIPO-DTE       PIC 9(3).
           05  FO-DESDE          PIC 9(10).
           05  FO-HASTA          PIC 9(10).
           05  FO-ULTIMO         PIC 9(10).
           05  FO-ALERTA         PIC 9(7).
           05  FO-FECHA-AUTORIZ  PIC 9(8).
           05  FO-OPERADOR       PIC X(10).
