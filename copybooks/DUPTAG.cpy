           05  DP-ESTADO         PIC X.
           05  DP-RESUELTO-POR   PIC X(10).
           05  DP-FECHA-RESOL    PIC 9(8).
           05  DP-PISTA          PIC 99.
