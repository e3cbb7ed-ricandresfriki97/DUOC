       01  SEMESTRE-RECORD.
           05  SM-SEMESTRE       PIC X(6).
           05  SM-TIPO-REG       PIC X.
           05  SM-FECHA          PIC 9(8).
           05  SM-HORA           PIC 9(8).
           05  SM-OPERADOR       PIC X(10).
           05  SM-ACTA-DESDE     PIC 9(7).
           05  SM-ACTA-HASTA     PIC 9(7).
           05  SM-MOTIVO         PIC X(30).
