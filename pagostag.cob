           SELECT CONTROLES-TMP-FILE ASSIGN TO "SELLOTMP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Selltmp-Status.
           SELECT CONVENIOS-FILE ASSIGN TO "CONVENIOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Convenios-Status.
           SELECT CONVENIOS-TMP-FILE ASSIGN TO "CONVTMP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Convtmp-Status.

       DATA DIVISION.
       FILE SECTION.
           COPY CONTROLARCH.
       FD  CONTROLES-TMP-FILE.
       01  CONTROL-TMP-RECORD PIC X(60).
       FD  CONVENIOS-FILE.
           COPY CONVENIO.
       FD  CONVENIOS-TMP-FILE.
       01  CONVENIO-TMP-RECORD PIC X(1192).

       WORKING-STORAGE SECTION.
       01 Sello-Archivo       PIC X(14) VALUE SPACES.
       01 Fin-Sello           PIC X VALUE "N".
       01 WS-Controles-Status PIC XX VALUE "00".
       01 WS-Selltmp-Status   PIC XX VALUE "00".
       01 Convenio-Cuenta     PIC X(10) VALUE SPACES.
       01 Convenio-Linea      PIC X VALUE SPACES.
       01 Convenio-Aplicado   PIC X VALUE "N".
       01 Monto-Convenio      PIC 9(9)V99 VALUE 0.
       01 Monto-Abono-Cuota   PIC 9(9)V99 VALUE 0.
       01 Saldo-Convenio      PIC 9(9)V99 VALUE 0.
       01 Cuotas-Totales      PIC 99 VALUE 0.
       01 CQ-IDX              PIC 99 VALUE 0.
       01 Fin-Convenio        PIC X VALUE "N".
       01 WS-Convenios-Status PIC XX VALUE "00".
       01 WS-Convtmp-Status   PIC XX VALUE "00".
       01 Modo-Operacion PIC X VALUE "P".
       01 Fin-Archivo    PIC X VALUE "N".
       01 Cuenta-TAG-ID  PIC X(6) VALUE SPACES.
       01 Recibo-Buscado PIC 9(6) VALUE 0.
       01 Recibo-Encontrado PIC X VALUE "N".
       01 Saldo-Anterior PIC S9(9)V99 VALUE 0.
       01 Movimiento-Permitido PIC X VALUE "Y".
       01 Deuda-Finiquito PIC S9(9)V99 VALUE 0.
       01 WS-Monto-Input PIC X(15) VALUE SPACES.
       01 WS-Cuentas-Tag-Status PIC XX VALUE "00".
       01 WS-Pagoslog-Status    PIC XX VALUE "00".
               DISPLAY "Cuenta " Cuenta-TAG-ID " no registrada, "
                   "movimiento rechazado."
           ELSE
               MOVE "Y" TO Movimiento-Permitido
               IF CT-ESTADO-CUENTA = "F"
                   MOVE "N" TO Movimiento-Permitido
                   MOVE "CUENTA TAG FINIQUITADA" TO WS-Rechazo-Motivo
                   PERFORM REGISTRAR-RECHAZO
                   DISPLAY "Cuenta " Cuenta-TAG-ID " finiquitada, "
                       "movimiento rechazado."
               END-IF
               IF CT-ESTADO-CUENTA = "D"
                   PERFORM VALIDAR-PAGO-FINIQUITO
               END-IF
               IF Movimiento-Permitido = "Y"
                   MOVE CT-SALDO TO Saldo-Anterior
                   IF CT-TIPO-CUENTA = "P"
                       ADD Monto-Movimiento TO CT-SALDO
                       PERFORM REVISAR-SALDO-PREPAGO
                   ELSE
                       SUBTRACT Monto-Movimiento FROM CT-SALDO
                   END-IF
                   IF CT-ESTADO-CUENTA = "D" AND CT-SALDO = 0
                       MOVE "F" TO CT-ESTADO-CUENTA
                       DISPLAY "Deuda de finiquito saldada; cuenta "
                           Cuenta-TAG-ID " finiquitada."
                   END-IF
                   REWRITE CUENTA-TAG-RECORD
                   PERFORM OBTENER-PROXIMO-RECIBO
                   PERFORM ESCRIBIR-PAGO-LOG
                   PERFORM IMPRIMIR-RECIBO
                   IF Tipo-Movimiento = "P"
                       MOVE Cuenta-TAG-ID TO Convenio-Cuenta
                       MOVE "T" TO Convenio-Linea
                       MOVE Monto-Movimiento TO Monto-Convenio
                       PERFORM APLICAR-PAGO-CONVENIO
                   END-IF
                   MOVE "CUENTASTAG.DAT" TO Sello-Archivo
                   MOVE ZEROS TO Sello-Delta-Reg
                   COMPUTE Sello-Delta-Monto =
                       CT-SALDO - Saldo-Anterior
                   PERFORM ACTUALIZAR-SELLO
                   MOVE "PAGOSLOG.DAT" TO Sello-Archivo
                   MOVE 1 TO Sello-Delta-Reg
                   MOVE Monto-Movimiento TO Sello-Delta-Monto
                   PERFORM ACTUALIZAR-SELLO
               END-IF
           END-IF.
           CLOSE CUENTAS-TAG-FILE.
           STRING "CUENTA=" Cuenta-TAG-ID " MOV=" Tipo-Movimiento
           STRING "RECIBO=" Recibo-Nro " MONTO=" Monto-Movimiento
               DELIMITED BY SIZE INTO Audit-Salida.

       VALIDAR-PAGO-FINIQUITO.
           IF CT-TIPO-CUENTA = "P"
               COMPUTE Deuda-Finiquito = 0 - CT-SALDO
           ELSE
               MOVE CT-SALDO TO Deuda-Finiquito
           END-IF.
           IF Tipo-Movimiento NOT = "P"
               MOVE "N" TO Movimiento-Permitido
               MOVE "AJUSTE A CUENTA FINIQUITADA" TO WS-Rechazo-Motivo
               PERFORM REGISTRAR-RECHAZO
               DISPLAY "Cuenta " Cuenta-TAG-ID " finiquitada con "
                   "deuda; solo admite pagos."
           ELSE
               IF Monto-Movimiento > Deuda-Finiquito
                   MOVE "N" TO Movimiento-Permitido
                   MOVE "PAGO EXCEDE DEUDA FINIQUITO"
                       TO WS-Rechazo-Motivo
                   PERFORM REGISTRAR-RECHAZO
                   DISPLAY "Cuenta " Cuenta-TAG-ID " finiquitada; "
                       "el pago excede la deuda de $" Deuda-Finiquito
               END-IF
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
               CLOSE CONTROLES-FILE
           END-IF.
           MOVE "N" TO Fin-Sello.

       APLICAR-PAGO-CONVENIO.
           MOVE "N" TO Convenio-Aplicado.
           MOVE "N" TO Fin-Convenio.
           OPEN INPUT CONVENIOS-FILE.
           IF WS-Convenios-Status = "00"
               OPEN OUTPUT CONVENIOS-TMP-FILE
               PERFORM UNTIL Fin-Convenio = "Y"
                   READ CONVENIOS-FILE
                       AT END
                           MOVE "Y" TO Fin-Convenio
                       NOT AT END
                           IF CV-CUENTA-ID = Convenio-Cuenta
                               AND CV-LINEA = Convenio-Linea
                               AND CV-ESTADO = "V"
                               AND Convenio-Aplicado = "N"
                               PERFORM ABONAR-CUOTAS-CONVENIO
                           END-IF
                           MOVE CONVENIO-RECORD
                               TO CONVENIO-TMP-RECORD
                           WRITE CONVENIO-TMP-RECORD
                   END-READ
               END-PERFORM
               CLOSE CONVENIOS-FILE
               CLOSE CONVENIOS-TMP-FILE
               IF Convenio-Aplicado = "Y"
                   MOVE "N" TO Fin-Convenio
                   OPEN INPUT CONVENIOS-TMP-FILE
                   OPEN OUTPUT CONVENIOS-FILE
                   PERFORM UNTIL Fin-Convenio = "Y"
                       READ CONVENIOS-TMP-FILE
                           AT END
                               MOVE "Y" TO Fin-Convenio
                           NOT AT END
                               MOVE CONVENIO-TMP-RECORD
                                   TO CONVENIO-RECORD
                               WRITE CONVENIO-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE CONVENIOS-TMP-FILE
                   CLOSE CONVENIOS-FILE
               END-IF
           END-IF.
           MOVE "N" TO Fin-Convenio.

       ABONAR-CUOTAS-CONVENIO.
           MOVE "Y" TO Convenio-Aplicado.
           COMPUTE Cuotas-Totales = CV-CUOTAS + 1.
           PERFORM VARYING CQ-IDX FROM 1 BY 1
               UNTIL CQ-IDX > Cuotas-Totales OR Monto-Convenio = 0
               IF CV-PAGADO(CQ-IDX) < CV-VALOR(CQ-IDX)
                   COMPUTE Monto-Abono-Cuota =
                       CV-VALOR(CQ-IDX) - CV-PAGADO(CQ-IDX)
                   IF Monto-Abono-Cuota > Monto-Convenio
                       MOVE Monto-Convenio TO Monto-Abono-Cuota
                   END-IF
                   ADD Monto-Abono-Cuota TO CV-PAGADO(CQ-IDX)
                   ADD Monto-Abono-Cuota TO CV-ABONADO
                   SUBTRACT Monto-Abono-Cuota FROM Monto-Convenio
               END-IF
           END-PERFORM.
           IF CV-ABONADO >= CV-DEUDA
               MOVE "C" TO CV-ESTADO
               MOVE WS-Fecha-Sistema TO CV-FECHA-TERMINO
               DISPLAY "Convenio " CV-CONVENIO-NRO
                   " pagado en su totalidad."
           ELSE
               COMPUTE Saldo-Convenio = CV-DEUDA - CV-ABONADO
               DISPLAY "Abono a convenio " CV-CONVENIO-NRO
                   ". Saldo del convenio: $" Saldo-Convenio
           END-IF.
