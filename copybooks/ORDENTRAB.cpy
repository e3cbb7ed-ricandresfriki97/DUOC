       01  ORDEN-TRABAJO-RECORD.
           05  OT-ORDEN-NRO      PIC 9(6).
           05  OT-TICKET-ID      PIC X(6).
           05  OT-ORIGEN         PIC X.
           05  OT-COTIZA-NRO     PIC 9(6).
           05  OT-CLIENTE-ID     PIC X(6).
           05  OT-TIPO-TRABAJO   PIC 9.
           05  OT-HOJAS          PIC 9(5).
           05  OT-TOTAL          PIC S9(8).
           05  OT-SUCURSAL       PIC X(3).
           05  OT-PRIORIDAD      PIC 9.
           05  OT-FECHA-PROMESA  PIC 9(8).
           05  OT-ESTADO         PIC X.
           05  OT-FECHA-ALTA     PIC 9(8).
           05  OT-FECHA-ESTADO   PIC 9(8).
           05  OT-HORA-ESTADO    PIC 9(8).
           05  OT-OPERADOR       PIC X(10).
