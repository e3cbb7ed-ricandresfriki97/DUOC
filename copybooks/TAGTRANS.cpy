           05  TT-FECHA-CRUCE    PIC 9(8).
           05  TT-HORA-CRUCE     PIC 99.
           05  TT-PLAZA          PIC X(3).
           05  TT-PISTA          PIC 99.
