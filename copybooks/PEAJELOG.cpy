           05  PL-IVA            PIC 9(7)V99.
           05  PL-PATENTE        PIC X(8).
           05  PL-HORA           PIC 99.
           05  PL-PISTA          PIC 99.
