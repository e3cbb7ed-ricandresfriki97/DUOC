       01  ACTA-RECORD.
           05  AN-NUMERO         PIC 9(7).
           05  AN-TIPO-REG       PIC X.
           05  AN-SEMESTRE       PIC X(6).
           05  AN-CURSO          PIC X(10).
           05  AN-ALUMNO-ID      PIC X(10).
           05  AN-PROMEDIO       PIC S9(5)V99.
           05  AN-ESTADO         PIC X(10).
           05  AN-CANTIDAD       PIC 9(4).
           05  AN-MOTIVO         PIC X(3).
           05  AN-FECHA          PIC 9(8).
           05  AN-OPERADOR       PIC X(10).
