       01  CONSUMO-RECORD.
           05  CM-TICKET-ID      PIC X(6).
           05  CM-FECHA          PIC 9(8).
           05  CM-SUCURSAL       PIC X(3).
           05  CM-TIPO-TRABAJO   PIC 9.
           05  CM-CLIENTE-ID     PIC X(6).
           05  CM-HOJAS          PIC 9(5).
           05  CM-CANT-PAPEL     PIC 9(7).
           05  CM-COSTO-PAPEL    PIC S9(9)V99.
           05  CM-ITEM-TONER     PIC X(10).
           05  CM-CANT-TONER     PIC 9(7).
           05  CM-COSTO-TONER    PIC 9(9)V99.
           05  CM-COSTO-TOTAL    PIC S9(9)V99.
           05  CM-TOTAL-VENTA    PIC S9(8).
