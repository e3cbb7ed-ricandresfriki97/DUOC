       01  BECA-RECORD.
           05  BC-ALUMNO-ID      PIC X(10).
           05  BC-SEMESTRE       PIC X(6).
           05  BC-TIPO           PIC X.
           05  BC-PORCENTAJE     PIC 9(3)V99.
           05  BC-MONTO          PIC 9(9).
           05  BC-TOPE           PIC 9(9).
           05  BC-FUENTE         PIC X(10).
           05  BC-PROMEDIO-MIN   PIC 9(3)V99.
           05  BC-ASISTENCIA-MIN PIC 9(3).
           05  BC-ESTADO         PIC X.
           05  BC-APLICADO       PIC 9(9).
           05  BC-FECHA-RETIRO   PIC 9(8).
           05  BC-MOTIVO-RETIRO  PIC X(10).
