           05  EL-VEHICULO-ID    PIC X(8).
           05  EL-FECHA          PIC 9(8).
           05  EL-HORA           PIC 9(8).
           05  EL-TURNO          PIC 9(6).
           05  EL-PLAZA          PIC X(3).
