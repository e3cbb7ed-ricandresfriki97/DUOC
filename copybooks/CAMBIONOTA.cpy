           05  CN-FECHA          PIC 9(8).
           05  CN-HORA           PIC 9(8).
           05  CN-OPERADOR       PIC X(10).
           05  CN-ACTA           PIC 9(7).
