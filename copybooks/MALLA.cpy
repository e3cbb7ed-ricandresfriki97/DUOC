       01  MALLA-RECORD.
           05  MC-PROGRAMA       PIC X(10).
           05  MC-TIPO           PIC X.
           05  MC-CURSO          PIC X(10).
           05  MC-GRUPO          PIC X(6).
           05  MC-NIVEL          PIC 9(2).
           05  MC-CREDITOS       PIC 9(3).
           05  MC-MINIMO         PIC 9(2).
           05  MC-FECHA-REGISTRO PIC 9(8).
           05  MC-OPERADOR       PIC X(10).
