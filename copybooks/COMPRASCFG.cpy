       01  COMPRAS-CONFIG-RECORD.
           05  CC-TOLERANCIA-PRECIO PIC 9(3)V99.
           05  CC-TOLERANCIA-CANT   PIC 9(3)V99.
           05  CC-PLAZO-PAGO        PIC 9(3).
           05  CC-DIAS-PROPUESTA    PIC 9(3).
