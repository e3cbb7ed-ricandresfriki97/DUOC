       01  PAGO-PROV-RECORD.
           05  PP-PAGO-NRO       PIC 9(6).
           05  PP-REGISTRO-NRO   PIC 9(6).
           05  PP-PROVEEDOR-ID   PIC X(6).
           05  PP-FOLIO          PIC 9(10).
           05  PP-MONTO          PIC 9(9)V99.
           05  PP-FECHA          PIC 9(8).
           05  PP-MEDIO-PAGO     PIC X(4).
           05  PP-OPERADOR       PIC X(10).
