       01 Estado-Final    PIC X VALUE SPACE.
       01 Resolucion-Hecha PIC X VALUE "N".
       01 Reverso-Aplicado PIC X VALUE "N".
       01 Reverso-Permitido PIC X VALUE "Y".
       01 Deuda-Finiquito   PIC S9(9)V99 VALUE 0.
       01 Recibo-Nro      PIC 9(6) VALUE 0.
       01 WS-Disputas-Status    PIC XX VALUE "00".
       01 WS-Disptmp-Status     PIC XX VALUE "00".
                       DISPLAY "Cuenta " Cargo-Cuenta
                           " no registrada."
                   NOT INVALID KEY
                       MOVE "Y" TO Reverso-Permitido
                       IF CT-ESTADO-CUENTA = "F"
                           MOVE "N" TO Reverso-Permitido
                           MOVE "CUENTA TAG FINIQUITADA"
                               TO WS-Rechazo-Motivo
                           PERFORM REGISTRAR-RECHAZO
                           DISPLAY "Cuenta " Cargo-Cuenta
                               " finiquitada, no se abona."
                       END-IF
                       IF CT-ESTADO-CUENTA = "D"
                           PERFORM VALIDAR-REVERSO-FINIQUITO
                       END-IF
                       IF Reverso-Permitido = "Y"
                           IF CT-TIPO-CUENTA = "P"
                               ADD Cargo-Monto TO CT-SALDO
                               PERFORM REVISAR-SALDO-PREPAGO
                           ELSE
                               SUBTRACT Cargo-Monto FROM CT-SALDO
                           END-IF
                           IF CT-ESTADO-CUENTA = "D" AND CT-SALDO = 0
                               MOVE "F" TO CT-ESTADO-CUENTA
                           END-IF
                           REWRITE CUENTA-TAG-RECORD
                           PERFORM OBTENER-PROXIMO-RECIBO
                           PERFORM ESCRIBIR-REVERSO-LOG
                           MOVE "Y" TO Reverso-Aplicado
                       END-IF
               END-READ
               CLOSE CUENTAS-TAG-FILE
           END-IF.
               PERFORM ACTUALIZAR-SELLO
           END-IF.

       VALIDAR-REVERSO-FINIQUITO.
           IF CT-TIPO-CUENTA = "P"
               COMPUTE Deuda-Finiquito = 0 - CT-SALDO
           ELSE
               MOVE CT-SALDO TO Deuda-Finiquito
           END-IF.
           IF Cargo-Monto > Deuda-Finiquito
               MOVE "N" TO Reverso-Permitido
               MOVE "REVERSO EXCEDE DEUDA FINIQUITO"
                   TO WS-Rechazo-Motivo
               PERFORM REGISTRAR-RECHAZO
               DISPLAY "Cuenta " Cargo-Cuenta " finiquitada; el "
                   "reverso excede la deuda de $" Deuda-Finiquito
           END-IF.

       REVISAR-SALDO-PREPAGO.
           IF CT-ESTADO-CUENTA NOT = "T"
               AND CT-ESTADO-CUENTA NOT = "F"
               AND CT-ESTADO-CUENTA NOT = "D"
               IF CT-SALDO >= 0
                   MOVE "A" TO CT-ESTADO-CUENTA
               ELSE
                   MOVE "B" TO CT-ESTADO-CUENTA
               END-IF
           END-IF.
           IF CT-SALDO >= CT-UMBRAL-MINIMO
               MOVE "N" TO CT-ALERTA-SALDO
