       01 Suspenso-Categoria PIC X(10) VALUE SPACES.
       01 Suspenso-Total  PIC 9(5) VALUE 0.
       01 Suspenso-Plaza  PIC X(3) VALUE SPACES.
       01 Suspenso-Pista  PIC 99 VALUE 0.
       01 Suspenso-Fecha  PIC 9(8) VALUE 0.
       01 Suspenso-Motivo PIC X(30) VALUE SPACES.
       01 Disposicion-Actual PIC X VALUE SPACE.
                                   TO Suspenso-Categoria
                               MOVE SU-TOTAL TO Suspenso-Total
                               MOVE SU-PLAZA TO Suspenso-Plaza
                               MOVE SU-PISTA TO Suspenso-Pista
                               MOVE SU-FECHA TO Suspenso-Fecha
                               MOVE SU-MOTIVO TO Suspenso-Motivo
                               IF SU-ESTADO = "R"
                           DISPLAY "Cuenta " Cuenta-TAG-ID
                               " no registrada."
                       NOT INVALID KEY
                           IF CT-ESTADO-CUENTA = "T"
                               OR CT-ESTADO-CUENTA = "F"
                               OR CT-ESTADO-CUENTA = "D"
                               MOVE "CUENTA TAG EN FINIQUITO"
                                   TO WS-Rechazo-Motivo
                               PERFORM REGISTRAR-RECHAZO
                               DISPLAY "Cuenta " Cuenta-TAG-ID
                                   " en finiquito, no se cobra."
                           ELSE
                               PERFORM APLICAR-CARGO-SUSPENSO
                           END-IF
                   END-READ
                   CLOSE CUENTAS-TAG-FILE
               END-IF
               PERFORM ACTUALIZAR-SELLO
           END-IF.

       APLICAR-CARGO-SUSPENSO.
           IF CT-TIPO-CUENTA = "P"
               SUBTRACT Suspenso-Total FROM CT-SALDO
               PERFORM REVISAR-SALDO-PREPAGO
           ELSE
               ADD Suspenso-Total TO CT-SALDO
           END-IF.
           REWRITE CUENTA-TAG-RECORD.
           PERFORM REGISTRAR-CARGO-LOG.
           MOVE "Y" TO Cargo-Aplicado.
           DISPLAY "Cruce cobrado a la cuenta "
               Cuenta-TAG-ID " por $" Suspenso-Total.

       REVISAR-SALDO-PREPAGO.
           IF CT-SALDO < 0 AND CT-ESTADO-CUENTA = "A"
               MOVE "B" TO CT-ESTADO-CUENTA
           END-IF.
           IF CT-SALDO < CT-UMBRAL-MINIMO
           MOVE Monto-IVA TO PL-IVA.
           MOVE Suspenso-Patente TO PL-PATENTE.
           MOVE ZEROS TO PL-HORA.
           MOVE Suspenso-Pista TO PL-PISTA.
           WRITE PEAJE-LOG-RECORD.
           CLOSE PEAJE-LOG-FILE.

