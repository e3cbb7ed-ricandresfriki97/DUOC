       01  FACTURA-PROV-RECORD.
           05  FP-REGISTRO-NRO   PIC 9(6).
           05  FP-PROVEEDOR-ID   PIC X(6).
           05  FP-FOLIO          PIC 9(10).
           05  FP-ORDEN-NRO      PIC 9(6).
           05  FP-ITEM-ID        PIC X(10).
           05  FP-SUCURSAL       PIC X(3).
           05  FP-CANTIDAD       PIC 9(7).
           05  FP-PRECIO-UNIT    PIC 9(7)V99.
           05  FP-NETO           PIC 9(9)V99.
           05  FP-IVA            PIC 9(9)V99.
           05  FP-TOTAL          PIC 9(9)V99.
           05  FP-SALDO          PIC 9(9)V99.
           05  FP-FECHA-EMISION  PIC 9(8).
           05  FP-FECHA-VENCE    PIC 9(8).
           05  FP-FECHA-REGISTRO PIC 9(8).
           05  FP-ESTADO         PIC X.
           05  FP-MOTIVO         PIC X(30).
           05  FP-FECHA-APRUEBA  PIC 9(8).
           05  FP-APROBADO-POR   PIC X(10).
           05  FP-OPERADOR       PIC X(10).
