       FD  PEAJE-LOG-FILE.
           COPY PEAJELOG.
       FD  PEAJE-HIST-FILE.
       01  PEAJE-HIST-RECORD PIC X(82).
       FD  PAGOS-LOG-FILE.
           COPY PAGOTAG.
       FD  CUENTAS-TAG-FILE.
