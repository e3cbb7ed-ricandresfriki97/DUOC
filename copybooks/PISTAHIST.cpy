       01  PISTA-HIST-RECORD.
           05  HP-FECHA          PIC 9(8).
           05  HP-PLAZA          PIC X(3).
           05  HP-PISTA          PIC 99.
           05  HP-LECTURAS       PIC 9(7).
           05  HP-TASA-SUSPENSO  PIC 9(3)V99.
           05  HP-TASA-DUPLICADO PIC 9(3)V99.
           05  HP-TASA-CATEGORIA PIC 9(3)V99.
