       01  PROGRAMA-ALUMNO-RECORD.
           05  PA-ALUMNO-ID      PIC X(10).
           05  PA-PROGRAMA       PIC X(10).
           05  PA-SEMESTRE-INGRESO PIC X(6).
           05  PA-ESTADO         PIC X.
           05  PA-FECHA-REGISTRO PIC 9(8).
           05  PA-OPERADOR       PIC X(10).
