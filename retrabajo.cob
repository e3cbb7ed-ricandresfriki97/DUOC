           ACCEPT TT-HORA-CRUCE.
           DISPLAY "Plaza:".
           ACCEPT TT-PLAZA.
           DISPLAY "Pista:".
           ACCEPT TT-PISTA.
           OPEN EXTEND TAG-TRANS-FILE.
           IF WS-Tagtxn-Status = "35"
               OPEN OUTPUT TAG-TRANS-FILE
           IF HT-SUCURSAL = SPACES
               MOVE "CEN" TO HT-SUCURSAL
           END-IF.
           DISPLAY "Fecha del ticket (AAAAMMDD, 0 = hoy):".
           ACCEPT HT-FECHA.
           IF HT-FECHA = 0
               ACCEPT HT-FECHA FROM DATE YYYYMMDD
           END-IF.
           OPEN EXTEND HOJAS-TRANS-FILE.
           IF WS-Hojastxn-Status = "35"
               OPEN OUTPUT HOJAS-TRANS-FILE
