       01  PISTA-RECORD.
           05  PI-PLAZA          PIC X(3).
           05  PI-PISTA          PIC 99.
           05  PI-TIPO           PIC X.
           05  PI-ESTADO         PIC X.
           05  PI-DESCRIPCION    PIC X(20).
