       01  DTE-DOCUMENTO-RECORD.
           05  DD-TIPO-DTE       PIC 9(3).
           05  DD-FOLIO          PIC 9(10).
           05  DD-ORIGEN         PIC X(4).
           05  DD-REFERENCIA     PIC X(10).
           05  DD-PERIODO        PIC 9(6).
           05  DD-RECEPTOR       PIC X(10).
           05  DD-FECHA-EMISION  PIC 9(8).
           05  DD-EXENTO         PIC S9(11).
           05  DD-NETO           PIC S9(11).
           05  DD-IVA            PIC S9(11).
           05  DD-TOTAL          PIC S9(11).
           05  DD-ESTADO         PIC X.
           05  DD-GLOSA          PIC X(30).
           05  DD-FECHA-RESP     PIC 9(8).
           05  DD-OPERADOR       PIC X(10).
