                       TO WS-Rechazo-Motivo
                   PERFORM REGISTRAR-RECHAZO
               NOT INVALID KEY
                   IF CT-ESTADO-CUENTA = "F"
                       OR CT-ESTADO-CUENTA = "D"
                       MOVE "CUENTA TAG FINIQUITADA"
                           TO WS-Rechazo-Motivo
                       PERFORM REGISTRAR-RECHAZO
                   ELSE
                       PERFORM APLICAR-CARGO-ENTRADA
                   END-IF
           END-READ.
           IF Cargo-Aplicado = "Y"
               ADD 1 TO Lote-Aceptados
               PERFORM ACTUALIZAR-SELLO
           END-IF.

       APLICAR-CARGO-ENTRADA.
           IF CT-TIPO-CUENTA = "P"
               SUBTRACT Monto-Cargo FROM CT-SALDO
               PERFORM REVISAR-SALDO-PREPAGO
           ELSE
               ADD Monto-Cargo TO CT-SALDO
           END-IF.
           REWRITE CUENTA-TAG-RECORD.
           PERFORM REGISTRAR-CARGO-LOG.
           MOVE "Y" TO Cargo-Aplicado.

       REVISAR-SALDO-PREPAGO.
           IF CT-SALDO < 0 AND CT-ESTADO-CUENTA = "A"
               MOVE "B" TO CT-ESTADO-CUENTA
           END-IF.
           IF CT-SALDO < CT-UMBRAL-MINIMO
           MOVE Monto-IVA TO PL-IVA.
           MOVE IE-PATENTE TO PL-PATENTE.
           MOVE ZEROS TO PL-HORA.
           MOVE ZEROS TO PL-PISTA.
           WRITE PEAJE-LOG-RECORD.
           CLOSE PEAJE-LOG-FILE.

