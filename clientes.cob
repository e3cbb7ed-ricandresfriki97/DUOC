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
       01 Modo-Operacion PIC X VALUE "M".
       01 Cliente-ID     PIC X(6) VALUE SPACES.
       01 Cliente-Encontrado PIC X VALUE "N".
       01 Activo-Cliente  PIC X VALUE "A".
       01 WS-Limite-Input PIC X(15) VALUE SPACES.
       01 Limite-Credito  PIC S9(9)V99 VALUE 0.
       01 Monto-Pago      PIC S9(9)V99 VALUE 0.
       01 Saldo-Anterior  PIC S9(9)V99 VALUE 0.
       01 WS-Cuentas-Status   PIC XX VALUE "00".
       01 WS-Auditoria-Status PIC XX VALUE "00".
       01 WS-Fecha-Sistema   PIC 9(8) VALUE 0.
           DISPLAY "Ingrese operador: ".
           ACCEPT Operador.
           DISPLAY "Modo (M = Mantencion, C = Consulta, ".
           DISPLAY "  B = Desactivar cliente, P = Registrar pago): ".
           ACCEPT Modo-Operacion.
           EVALUATE Modo-Operacion
               WHEN "C"
               WHEN "B"
               WHEN "b"
                   PERFORM DESACTIVAR-CLIENTE
               WHEN "P"
               WHEN "p"
                   PERFORM REGISTRAR-PAGO-CLIENTE
               WHEN OTHER
                   PERFORM MANTENER-CLIENTE
           END-EVALUATE.
           STRING "ENCONTRADO=" Cliente-Encontrado
               DELIMITED BY SIZE INTO Audit-Salida.

       REGISTRAR-PAGO-CLIENTE.
           DISPLAY "Ingrese ID de cliente: ".
           ACCEPT Cliente-ID.
           DISPLAY "Monto del pago: ".
           ACCEPT WS-Limite-Input.
           COMPUTE Monto-Pago = FUNCTION NUMVAL(WS-Limite-Input).
           ACCEPT WS-Fecha-Sistema FROM DATE YYYYMMDD.
           PERFORM ABRIR-CLIENTES.
           PERFORM BUSCAR-CLIENTE.
           IF Cliente-Encontrado = "N"
               DISPLAY "Cliente " Cliente-ID " no registrado."
           ELSE
               IF Monto-Pago <= 0
                   DISPLAY "Monto invalido, pago rechazado."
                   MOVE "N" TO Cliente-Encontrado
               ELSE
                   MOVE CC-SALDO TO Saldo-Anterior
                   SUBTRACT Monto-Pago FROM CC-SALDO
                   REWRITE CUENTA-CLIENTE-RECORD
                   DISPLAY "Pago registrado. Saldo anterior: $"
                       Saldo-Anterior " saldo actual: $" CC-SALDO
               END-IF
           END-IF.
           CLOSE CUENTAS-CLIENTES-FILE.
           IF Cliente-Encontrado = "Y"
               MOVE "CUENTASCLI.DAT" TO Sello-Archivo
               MOVE ZEROS TO Sello-Delta-Reg
               COMPUTE Sello-Delta-Monto = 0 - Monto-Pago
               PERFORM ACTUALIZAR-SELLO
               MOVE Cliente-ID TO Convenio-Cuenta
               MOVE "C" TO Convenio-Linea
               MOVE Monto-Pago TO Monto-Convenio
               PERFORM APLICAR-PAGO-CONVENIO
           END-IF.
           STRING "PAGO CLIENTE=" Cliente-ID
               DELIMITED BY SIZE INTO Audit-Entrada.
           STRING "MONTO=" Monto-Pago
               DELIMITED BY SIZE INTO Audit-Salida.

       CONSULTAR-CLIENTE.
           DISPLAY "Ingrese ID de cliente: ".
           ACCEPT Cliente-ID.
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
