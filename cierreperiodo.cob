       FD  PEAJE-LOG-FILE.
           COPY PEAJELOG.
       FD  PEAJE-HIST-FILE.
       01  PEAJE-HIST-RECORD PIC X(82).
       FD  PEAJE-TMP-FILE.
       01  PEAJE-TMP-RECORD PIC X(82).
       FD  PERIODOS-FILE.
           COPY PERIODO.
       FD  OPERADORES-FILE.
