       01  PREREQ-RECORD.
           05  PQ-CURSO          PIC X(10).
           05  PQ-PREREQUISITO   PIC X(10).
