           05  SU-DISPOSICION    PIC X.
           05  SU-RESUELTO-POR   PIC X(10).
           05  SU-FECHA-RESOL    PIC 9(8).
           05  SU-PISTA          PIC 99.
