01  LISTA-PRECIO-RECORD.
    05  LP-TIPO-TRABAJO     PIC 9.
    05  LP-SUCURSAL         PIC X(3).
    05  LP-FECHA-DESDE      PIC 9(8).
    05  LP-PRECIO-HOJA      PIC 9(4).
    05  LP-TRAMO-MINIMO     PIC 9(5).
    05  LP-TRAMO1-HASTA     PIC 9(5).
    05  LP-TRAMO1-PCT       PIC 999.
    05  LP-TRAMO2-HASTA     PIC 9(5).
    05  LP-TRAMO2-PCT       PIC 999.
    05  LP-TRAMO3-PCT       PIC 999.
    05  LP-OPERADOR         PIC X(10).
    05  LP-FECHA-REGISTRO   PIC 9(8).
