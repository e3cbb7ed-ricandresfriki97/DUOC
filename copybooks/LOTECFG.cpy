       01  LOTE-CONFIG-RECORD.
           05  LC-NOCHES         PIC 99.
           05  LC-HORA-CORTE     PIC 9(4).
           05  LC-TOLERANCIA     PIC 9(3).
