       01  AJUSTE-INV-RECORD.
           05  AJ-FECHA          PIC 9(8).
           05  AJ-HORA           PIC 9(8).
           05  AJ-SUCURSAL       PIC X(3).
           05  AJ-ITEM-ID        PIC X(10).
           05  AJ-STOCK-SISTEMA  PIC S9(9).
           05  AJ-STOCK-CONTADO  PIC S9(9).
           05  AJ-DIFERENCIA     PIC S9(9).
           05  AJ-COSTO-UNIT     PIC 9(5)V9(4).
           05  AJ-MONTO          PIC S9(11)V99.
           05  AJ-OPERADOR       PIC X(10).
