           MOVE Monto-IVA TO PL-IVA.
           MOVE SPACES TO PL-PATENTE.
           MOVE ZEROS TO PL-HORA.
           MOVE ZEROS TO PL-PISTA.
           WRITE PEAJE-LOG-RECORD.
           CLOSE PEAJE-LOG-FILE.

