       EVALUAR-CUENTA-PAC.
           IF CT-TIPO-CUENTA = "P"
               AND CT-SALDO < CT-UMBRAL-MINIMO
               AND CT-ESTADO-CUENTA NOT = "T"
               AND CT-ESTADO-CUENTA NOT = "F"
               AND CT-ESTADO-CUENTA NOT = "D"
               MOVE CT-CUENTA-ID TO Cuenta-TAG-ID
               PERFORM BUSCAR-MANDATO
               IF Mandato-Encontrado = "Y"
                       TO WS-Rechazo-Motivo
                   PERFORM REGISTRAR-RECHAZO
               NOT INVALID KEY
                   IF CT-ESTADO-CUENTA = "F"
                       OR CT-ESTADO-CUENTA = "D"
                       MOVE "GIRO PAC A CUENTA FINIQUITADA"
                           TO WS-Rechazo-Motivo
                       PERFORM REGISTRAR-RECHAZO
                       DISPLAY "Cuenta " Cuenta-TAG-ID
                           " finiquitada; devolver giro $"
                           Monto-Respuesta
                   ELSE
                       PERFORM POSTEAR-RECARGA
                   END-IF
           END-READ.

       POSTEAR-RECARGA.
           ADD Monto-Respuesta TO CT-SALDO.
           PERFORM REVISAR-SALDO-PREPAGO.
           REWRITE CUENTA-TAG-RECORD.
           PERFORM OBTENER-PROXIMO-RECIBO.
           PERFORM ESCRIBIR-PAGO-LOG.
           ADD 1 TO Cantidad-Abonados.
           MOVE "CUENTASTAG.DAT" TO Sello-Archivo.
           MOVE ZEROS TO Sello-Delta-Reg.
           MOVE Monto-Respuesta TO Sello-Delta-Monto.
           PERFORM ACTUALIZAR-SELLO.
           MOVE "PAGOSLOG.DAT" TO Sello-Archivo.
           MOVE 1 TO Sello-Delta-Reg.
           PERFORM ACTUALIZAR-SELLO.

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
