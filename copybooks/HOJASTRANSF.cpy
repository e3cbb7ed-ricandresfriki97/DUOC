           05  HT-TIPO-TRABAJO     PIC 9.
           05  HT-HOJAS            PIC 9(5).
           05  HT-SUCURSAL         PIC X(3).
           05  HT-FECHA            PIC 9(8).
