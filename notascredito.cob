       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOTAS-CREDITO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NOTAS-CREDITO-FILE ASSIGN TO "NOTASCRED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Notascred-Status.
           SELECT NOTAS-TMP-FILE ASSIGN TO "NOTASTMP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Notastmp-Status.
           SELECT CARGOS-CLI-FILE ASSIGN TO "CARGOSCLI.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Cargoscli-Status.
           SELECT CUENTAS-CLIENTES-FILE ASSIGN TO "CUENTASCLI.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CC-CLIENTE-ID
               FILE STATUS IS WS-Cuentas-Status.
           SELECT REEMBOLSOS-FILE ASSIGN TO "REEMBOLSOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Reembolsos-Status.
           SELECT INVENTARIO-FILE ASSIGN TO "INVENTARIO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Inventario-Status.
           SELECT DTE-PENDIENTE-FILE ASSIGN TO "DTEPEND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Dtepend-Status.
           SELECT CONSUMOS-FILE ASSIGN TO "CONSUMOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Consumos-Status.
           SELECT OPERADORES-FILE ASSIGN TO "OPERADORES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Operadores-Status.
           SELECT AUDITORIA-FILE ASSIGN TO "AUDITORIA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Auditoria-Status.
           SELECT RECHAZOS-FILE ASSIGN TO "RECHAZOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Rechazos-Status.
           SELECT CONTROLES-FILE ASSIGN TO "CONTROLES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Controles-Status.
           SELECT CONTROLES-TMP-FILE ASSIGN TO "SELLOTMP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Selltmp-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  NOTAS-CREDITO-FILE.
           COPY NOTACRED.
       FD  NOTAS-TMP-FILE.
       01  NOTA-TMP-RECORD PIC X(130).
       FD  CARGOS-CLI-FILE.
           COPY CARGOCLI.
       FD  CUENTAS-CLIENTES-FILE.
           COPY CUENTACLIF.
       FD  REEMBOLSOS-FILE.
           COPY REEMBOLSO.
       FD  INVENTARIO-FILE.
           COPY INVENTARIO.
       FD  DTE-PENDIENTE-FILE.
           COPY DTEPEND.
       FD  CONSUMOS-FILE.
           COPY CONSUMO.
       FD  OPERADORES-FILE.
           COPY OPERADOR.
       FD  AUDITORIA-FILE.
           COPY AUDITORIAF.
       FD  RECHAZOS-FILE.
           COPY RECHAZOF.
       FD  CONTROLES-FILE.
           COPY CONTROLARCH.
       FD  CONTROLES-TMP-FILE.
       01  CONTROL-TMP-RECORD PIC X(60).

       WORKING-STORAGE SECTION.
       01 Sello-Archivo       PIC X(14) VALUE SPACES.
       01 Sello-Delta-Reg     PIC S9(7) VALUE 0.
       01 Sello-Delta-Monto   PIC S9(13)V99 VALUE 0.
       01 Fin-Sello           PIC X VALUE "N".
       01 WS-Controles-Status PIC XX VALUE "00".
       01 WS-Selltmp-Status   PIC XX VALUE "00".
       01 INVENTARIO-TABLE.
           05 INV-ENTRY OCCURS 20 TIMES INDEXED BY IN-IDX.
               10 IV-ITEM-ID        PIC X(10).
               10 IV-DESCRIPCION    PIC X(30).
               10 IV-STOCK          PIC S9(9).
               10 IV-PUNTO-REORDEN  PIC 9(7).
               10 IV-UNIDAD         PIC X(10).
               10 IV-SUCURSAL       PIC X(3).
               10 IV-COSTO-PROMEDIO PIC 9(5)V9(4).
       01 INV-COUNT           PIC 9(4) VALUE 0.
       01 Modo-Operacion      PIC X VALUE "L".
       01 Fin-Archivo         PIC X VALUE "N".
       01 Ticket-Buscado      PIC X(6) VALUE SPACES.
       01 Ticket-Encontrado   PIC X VALUE "N".
       01 Ticket-Cliente      PIC X(6) VALUE SPACES.
       01 Ticket-Sucursal     PIC X(3) VALUE SPACES.
       01 Ticket-Tipo         PIC 9 VALUE 0.
       01 Ticket-Hojas        PIC 9(5) VALUE 0.
       01 Ticket-Total        PIC 9(8) VALUE 0.
       01 Ticket-Fecha        PIC 9(8) VALUE 0.
       01 Monto-Acreditado    PIC 9(9) VALUE 0.
       01 Monto-Disponible    PIC S9(9) VALUE 0.
       01 Monto-Nota          PIC 9(8) VALUE 0.
       01 Hojas-Devueltas     PIC 9(5) VALUE 0.
       01 Motivo-Nota         PIC X(30) VALUE SPACES.
       01 Nota-Nro            PIC 9(6) VALUE 0.
       01 Nota-Buscada        PIC 9(6) VALUE 0.
       01 Nota-Encontrada     PIC X VALUE "N".
       01 Nota-Operador       PIC X(10) VALUE SPACES.
       01 Vale-Nro            PIC 9(6) VALUE 0.
       01 Estado-Final        PIC X VALUE SPACE.
       01 Resolucion-Hecha    PIC X VALUE "N".
       01 Nota-Aplicada       PIC X VALUE "N".
       01 Cantidad-Pendientes PIC 9(5) VALUE 0.
       01 Saldo-Anterior      PIC S9(9)V99 VALUE 0.
       01 Item-Devolucion     PIC X(10) VALUE "PAPEL".
       01 Item-Encontrado     PIC X VALUE "N".
       01 Costo-Devolucion    PIC S9(9)V99 VALUE 0.
       01 WS-Notascred-Status PIC XX VALUE "00".
       01 WS-Notastmp-Status  PIC XX VALUE "00".
       01 WS-Cargoscli-Status PIC XX VALUE "00".
       01 WS-Cuentas-Status   PIC XX VALUE "00".
       01 WS-Reembolsos-Status PIC XX VALUE "00".
       01 WS-Inventario-Status PIC XX VALUE "00".
       01 WS-Dtepend-Status   PIC XX VALUE "00".
       01 WS-Consumos-Status  PIC XX VALUE "00".
       01 Nombre-Receptor     PIC X(30) VALUE SPACES.
       01 WS-Operadores-Status PIC XX VALUE "00".
       01 WS-Auditoria-Status PIC XX VALUE "00".
       01 WS-Rechazos-Status  PIC XX VALUE "00".
       01 WS-Rechazo-Motivo   PIC X(40) VALUE SPACES.
       01 Rol-Operador        PIC X VALUE "S".
       01 Operador-Valido     PIC X VALUE "N".
       01 WS-Fecha-Sistema    PIC 9(8) VALUE 0.
       01 WS-Hora-Sistema     PIC 9(8) VALUE 0.
       01 Operador            PIC X(10) VALUE SPACES.
       01 Audit-Entrada       PIC X(40) VALUE SPACES.
       01 Audit-Salida        PIC X(40) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "Ingrese operador: ".
           ACCEPT Operador.
           PERFORM VALIDAR-OPERADOR.
           IF Operador-Valido = "N"
               DISPLAY "Operador " Operador
                   " no autorizado o inactivo."
               MOVE "OPERADOR NO AUTORIZADO" TO WS-Rechazo-Motivo
               PERFORM REGISTRAR-RECHAZO
               PERFORM REGISTRAR-AUDITORIA
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY "Modo (L = Listar pendientes, R = Registrar ".
           DISPLAY "  nota de credito, A = Aprobar y aplicar, ".
           DISPLAY "  Z = Denegar): ".
           ACCEPT Modo-Operacion.
           EVALUATE Modo-Operacion
               WHEN "R"
               WHEN "r"
                   PERFORM REGISTRAR-NOTA
               WHEN "A"
               WHEN "a"
                   PERFORM EXIGIR-SUPERVISOR
                   IF Rol-Operador = "S"
                       PERFORM APROBAR-NOTA
                   END-IF
               WHEN "Z"
               WHEN "z"
                   PERFORM EXIGIR-SUPERVISOR
                   IF Rol-Operador = "S"
                       PERFORM DENEGAR-NOTA
                   END-IF
               WHEN OTHER
                   PERFORM LISTAR-PENDIENTES
           END-EVALUATE.
           PERFORM REGISTRAR-AUDITORIA.
           STOP RUN.

       EXIGIR-SUPERVISOR.
           IF Rol-Operador NOT = "S"
               DISPLAY "Aprobar o denegar notas de credito requiere "
                   "rol de supervisor."
               MOVE "NOTA CREDITO SIN ROL SUPERVISOR"
                   TO WS-Rechazo-Motivo
               PERFORM REGISTRAR-RECHAZO
           END-IF.

       VALIDAR-OPERADOR.
           MOVE "S" TO Rol-Operador.
           MOVE "N" TO Operador-Valido.
           MOVE "N" TO Fin-Archivo.
           OPEN INPUT OPERADORES-FILE.
           IF WS-Operadores-Status NOT = "00"
               MOVE "Y" TO Operador-Valido
           ELSE
               PERFORM UNTIL Fin-Archivo = "Y"
                   READ OPERADORES-FILE
                       AT END
                           MOVE "Y" TO Fin-Archivo
                       NOT AT END
                           IF OP-OPERADOR-ID = Operador
                               AND OP-ACTIVO = "A"
                               MOVE "Y" TO Operador-Valido
                               MOVE OP-ROL TO Rol-Operador
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPERADORES-FILE
               IF Operador-Valido = "N"
                   MOVE "O" TO Rol-Operador
               END-IF
           END-IF.
           MOVE "N" TO Fin-Archivo.

       REGISTRAR-AUDITORIA.
           ACCEPT WS-Fecha-Sistema FROM DATE YYYYMMDD.
           ACCEPT WS-Hora-Sistema FROM TIME.
           OPEN EXTEND AUDITORIA-FILE.
           IF WS-Auditoria-Status = "35"
               OPEN OUTPUT AUDITORIA-FILE
               CLOSE AUDITORIA-FILE
               OPEN EXTEND AUDITORIA-FILE
           END-IF.
           MOVE "NOTAS-CREDITO" TO AU-PROGRAMA.
           MOVE WS-Fecha-Sistema TO AU-FECHA.
           MOVE WS-Hora-Sistema TO AU-HORA.
           MOVE Operador TO AU-OPERADOR.
           MOVE Audit-Entrada TO AU-ENTRADA.
           MOVE Audit-Salida TO AU-SALIDA.
           WRITE AUDITORIA-RECORD.
           CLOSE AUDITORIA-FILE.

       REGISTRAR-RECHAZO.
           ACCEPT WS-Fecha-Sistema FROM DATE YYYYMMDD.
           ACCEPT WS-Hora-Sistema FROM TIME.
           OPEN EXTEND RECHAZOS-FILE.
           IF WS-Rechazos-Status = "35"
               OPEN OUTPUT RECHAZOS-FILE
               CLOSE RECHAZOS-FILE
               OPEN EXTEND RECHAZOS-FILE
           END-IF.
           MOVE "NOTAS-CREDITO" TO RZ-PROGRAMA.
           MOVE WS-Fecha-Sistema TO RZ-FECHA.
           MOVE WS-Hora-Sistema TO RZ-HORA.
           MOVE Operador TO RZ-OPERADOR.
           MOVE WS-Rechazo-Motivo TO RZ-MOTIVO.
           MOVE SPACES TO RZ-DETALLE.
           STRING "TICKET=" Ticket-Buscado
               " NOTA=" Nota-Buscada
               " MONTO=" Monto-Nota
               DELIMITED BY SIZE INTO RZ-DETALLE.
           MOVE "A" TO RZ-ESTADO.
           MOVE SPACES TO RZ-RESUELTO-POR.
           MOVE ZEROS TO RZ-FECHA-RESOL.
           WRITE RECHAZO-RECORD.
           CLOSE RECHAZOS-FILE.

       LISTAR-PENDIENTES.
           MOVE ZEROS TO Cantidad-Pendientes.
           MOVE "N" TO Fin-Archivo.
           OPEN INPUT NOTAS-CREDITO-FILE.
           IF WS-Notascred-Status = "00"
               PERFORM UNTIL Fin-Archivo = "Y"
                   READ NOTAS-CREDITO-FILE
                       AT END
                           MOVE "Y" TO Fin-Archivo
                       NOT AT END
                           IF NC-ESTADO = "P"
                               ADD 1 TO Cantidad-Pendientes
                               DISPLAY "Nota " NC-NOTA-NRO
                                   " ticket " NC-TICKET-ID
                                   " cliente " NC-CLIENTE-ID
                                   " suc " NC-SUCURSAL
                                   " $" NC-MONTO
                                   " de $" NC-TOTAL-TICKET
                                   " hojas dev " NC-HOJAS-DEVUELTAS
                               DISPLAY "     " NC-MOTIVO
                                   " (solicita " NC-OPERADOR ")"
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE NOTAS-CREDITO-FILE
           END-IF.
           MOVE "N" TO Fin-Archivo.
           DISPLAY "Notas de credito pendientes: " Cantidad-Pendientes.
           MOVE "LISTADO NOTAS CREDITO" TO Audit-Entrada.
           MOVE SPACES TO Audit-Salida.
           STRING "PENDIENTES=" Cantidad-Pendientes
               DELIMITED BY SIZE INTO Audit-Salida.

       BUSCAR-TICKET.
           MOVE "N" TO Ticket-Encontrado.
           MOVE "N" TO Fin-Archivo.
           OPEN INPUT CARGOS-CLI-FILE.
           IF WS-Cargoscli-Status = "00"
               PERFORM UNTIL Fin-Archivo = "Y"
                   READ CARGOS-CLI-FILE
                       AT END
                           MOVE "Y" TO Fin-Archivo
                       NOT AT END
                           IF GC-TICKET-ID = Ticket-Buscado
                               AND GC-TIPO-TRABAJO < 8
                               AND GC-TOTAL > 0
                               MOVE "Y" TO Ticket-Encontrado
                               MOVE GC-CLIENTE-ID TO Ticket-Cliente
                               MOVE GC-SUCURSAL TO Ticket-Sucursal
                               MOVE GC-TIPO-TRABAJO TO Ticket-Tipo
                               MOVE GC-HOJAS TO Ticket-Hojas
                               MOVE GC-TOTAL TO Ticket-Total
                               MOVE GC-FECHA TO Ticket-Fecha
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CARGOS-CLI-FILE
           END-IF.
           MOVE "N" TO Fin-Archivo.
           IF Ticket-Sucursal = SPACES
               MOVE "CEN" TO Ticket-Sucursal
           END-IF.

       SUMAR-NOTAS-TICKET.
           MOVE ZEROS TO Monto-Acreditado.
           MOVE "N" TO Fin-Archivo.
           OPEN INPUT NOTAS-CREDITO-FILE.
           IF WS-Notascred-Status = "00"
               PERFORM UNTIL Fin-Archivo = "Y"
                   READ NOTAS-CREDITO-FILE
                       AT END
                           MOVE "Y" TO Fin-Archivo
                       NOT AT END
                           IF NC-TICKET-ID = Ticket-Buscado
                               AND NC-TOTAL-TICKET = Ticket-Total
                               AND (NC-ESTADO = "P"
                                   OR NC-ESTADO = "A")
                               ADD NC-MONTO TO Monto-Acreditado
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE NOTAS-CREDITO-FILE
           END-IF.
           MOVE "N" TO Fin-Archivo.
           COMPUTE Monto-Disponible = Ticket-Total - Monto-Acreditado.

       OBTENER-PROXIMA-NOTA.
           MOVE ZEROS TO Nota-Nro.
           MOVE "N" TO Fin-Archivo.
           OPEN INPUT NOTAS-CREDITO-FILE.
           IF WS-Notascred-Status = "00"
               PERFORM UNTIL Fin-Archivo = "Y"
                   READ NOTAS-CREDITO-FILE
                       AT END
                           MOVE "Y" TO Fin-Archivo
                       NOT AT END
                           IF NC-NOTA-NRO > Nota-Nro
                               MOVE NC-NOTA-NRO TO Nota-Nro
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE NOTAS-CREDITO-FILE
           END-IF.
           ADD 1 TO Nota-Nro.
           MOVE "N" TO Fin-Archivo.

       REGISTRAR-NOTA.
           MOVE ZEROS TO Nota-Nro.
           DISPLAY "Ticket a acreditar (GC-TICKET-ID): ".
           ACCEPT Ticket-Buscado.
           PERFORM BUSCAR-TICKET.
           IF Ticket-Encontrado = "N"
               MOVE "TICKET NO REGISTRADO" TO WS-Rechazo-Motivo
               PERFORM REGISTRAR-RECHAZO
               DISPLAY "Ticket " Ticket-Buscado
                   " no existe en CARGOSCLI.DAT."
           ELSE
               PERFORM SUMAR-NOTAS-TICKET
               DISPLAY "Ticket " Ticket-Buscado " del " Ticket-Fecha
                   " cliente " Ticket-Cliente
                   " sucursal " Ticket-Sucursal
               DISPLAY "  tipo " Ticket-Tipo " hojas " Ticket-Hojas
                   " total $" Ticket-Total
                   " ya acreditado $" Monto-Acreditado
               IF Monto-Disponible <= 0
                   MOVE "TICKET YA ACREDITADO" TO WS-Rechazo-Motivo
                   PERFORM REGISTRAR-RECHAZO
                   DISPLAY "El ticket ya fue acreditado por completo."
               ELSE
                   PERFORM PEDIR-DATOS-NOTA
               END-IF
           END-IF.
           MOVE SPACES TO Audit-Entrada.
           STRING "NOTA CREDITO TICKET=" Ticket-Buscado
               DELIMITED BY SIZE INTO Audit-Entrada.
           MOVE SPACES TO Audit-Salida.
           STRING "NOTA=" Nota-Nro " MONTO=" Monto-Nota
               DELIMITED BY SIZE INTO Audit-Salida.

       PEDIR-DATOS-NOTA.
           DISPLAY "Monto a acreditar (0 = saldo disponible $"
               Monto-Disponible "): ".
           ACCEPT Monto-Nota.
           IF Monto-Nota = 0
               MOVE Monto-Disponible TO Monto-Nota
           END-IF.
           DISPLAY "Hojas de papel sin usar a devolver a inventario "
               "(0 = ninguna): ".
           ACCEPT Hojas-Devueltas.
           DISPLAY "Motivo (trabajo defectuoso, cobro duplicado, "
               "etc.): ".
           ACCEPT Motivo-Nota.
           EVALUATE TRUE
               WHEN Monto-Nota > Monto-Disponible
                   MOVE "NOTA EXCEDE MONTO DEL TICKET"
                       TO WS-Rechazo-Motivo
                   PERFORM REGISTRAR-RECHAZO
                   DISPLAY "El monto excede lo disponible del ticket."
                   MOVE ZEROS TO Monto-Nota
               WHEN Hojas-Devueltas > Ticket-Hojas
                   MOVE "HOJAS DEVUELTAS EXCEDEN TICKET"
                       TO WS-Rechazo-Motivo
                   PERFORM REGISTRAR-RECHAZO
                   DISPLAY "Las hojas devueltas exceden las del "
                       "ticket."
                   MOVE ZEROS TO Monto-Nota
               WHEN Motivo-Nota = SPACES
                   MOVE "NOTA CREDITO SIN MOTIVO" TO WS-Rechazo-Motivo
                   PERFORM REGISTRAR-RECHAZO
                   DISPLAY "La nota de credito requiere un motivo."
                   MOVE ZEROS TO Monto-Nota
               WHEN OTHER
                   PERFORM OBTENER-PROXIMA-NOTA
                   PERFORM ESCRIBIR-NOTA
                   DISPLAY "Nota de credito " Nota-Nro
                       " registrada por $" Monto-Nota
                       "; queda pendiente de aprobacion."
           END-EVALUATE.

       ESCRIBIR-NOTA.
           ACCEPT WS-Fecha-Sistema FROM DATE YYYYMMDD.
           OPEN EXTEND NOTAS-CREDITO-FILE.
           IF WS-Notascred-Status = "35"
               OPEN OUTPUT NOTAS-CREDITO-FILE
               CLOSE NOTAS-CREDITO-FILE
               OPEN EXTEND NOTAS-CREDITO-FILE
           END-IF.
           MOVE Nota-Nro TO NC-NOTA-NRO.
           MOVE Ticket-Buscado TO NC-TICKET-ID.
           MOVE Ticket-Cliente TO NC-CLIENTE-ID.
           MOVE Ticket-Sucursal TO NC-SUCURSAL.
           MOVE Ticket-Tipo TO NC-TIPO-TRABAJO.
           MOVE Ticket-Hojas TO NC-HOJAS-TICKET.
           MOVE Ticket-Total TO NC-TOTAL-TICKET.
           MOVE Monto-Nota TO NC-MONTO.
           MOVE Hojas-Devueltas TO NC-HOJAS-DEVUELTAS.
           MOVE Motivo-Nota TO NC-MOTIVO.
           MOVE "P" TO NC-ESTADO.
           MOVE Operador TO NC-OPERADOR.
           MOVE WS-Fecha-Sistema TO NC-FECHA.
           MOVE SPACES TO NC-RESUELTO-POR.
           MOVE ZEROS TO NC-FECHA-RESOL.
           MOVE ZEROS TO NC-VALE-NRO.
           WRITE NOTA-CREDITO-RECORD.
           CLOSE NOTAS-CREDITO-FILE.

       BUSCAR-NOTA.
           MOVE "N" TO Nota-Encontrada.
           MOVE "N" TO Fin-Archivo.
           OPEN INPUT NOTAS-CREDITO-FILE.
           IF WS-Notascred-Status = "00"
               PERFORM UNTIL Fin-Archivo = "Y"
                   READ NOTAS-CREDITO-FILE
                       AT END
                           MOVE "Y" TO Fin-Archivo
                       NOT AT END
                           IF NC-NOTA-NRO = Nota-Buscada
                               IF NC-ESTADO = "P"
                                   MOVE "Y" TO Nota-Encontrada
                                   PERFORM TOMAR-DATOS-NOTA
                               ELSE
                                   DISPLAY "Nota " Nota-Buscada
                                       " ya fue resuelta por "
                                       NC-RESUELTO-POR " el "
                                       NC-FECHA-RESOL
                               END-IF
                               MOVE "Y" TO Fin-Archivo
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE NOTAS-CREDITO-FILE
           END-IF.
           MOVE "N" TO Fin-Archivo.

       TOMAR-DATOS-NOTA.
           MOVE NC-TICKET-ID TO Ticket-Buscado.
           MOVE NC-CLIENTE-ID TO Ticket-Cliente.
           MOVE NC-SUCURSAL TO Ticket-Sucursal.
           MOVE NC-TIPO-TRABAJO TO Ticket-Tipo.
           MOVE NC-HOJAS-TICKET TO Ticket-Hojas.
           MOVE NC-TOTAL-TICKET TO Ticket-Total.
           MOVE NC-MONTO TO Monto-Nota.
           MOVE NC-HOJAS-DEVUELTAS TO Hojas-Devueltas.
           MOVE NC-MOTIVO TO Motivo-Nota.
           MOVE NC-OPERADOR TO Nota-Operador.

       APROBAR-NOTA.
           MOVE "N" TO Resolucion-Hecha.
           MOVE ZEROS TO Vale-Nro.
           DISPLAY "Numero de nota de credito a aprobar: ".
           ACCEPT Nota-Buscada.
           PERFORM BUSCAR-NOTA.
           IF Nota-Encontrada = "Y"
               DISPLAY "Nota " Nota-Buscada " ticket " Ticket-Buscado
                   " $" Monto-Nota " - " Motivo-Nota
               PERFORM APLICAR-NOTA
               IF Nota-Aplicada = "Y"
                   MOVE "A" TO Estado-Final
                   PERFORM MARCAR-NOTA
                   MOVE "Y" TO Resolucion-Hecha
               END-IF
           END-IF.
           MOVE SPACES TO Audit-Entrada.
           STRING "APRUEBA NOTA=" Nota-Buscada
               " TICKET=" Ticket-Buscado
               DELIMITED BY SIZE INTO Audit-Entrada.
           MOVE SPACES TO Audit-Salida.
           STRING "APLICADA=" Resolucion-Hecha
               " MONTO=" Monto-Nota " VALE=" Vale-Nro
               DELIMITED BY SIZE INTO Audit-Salida.

       DENEGAR-NOTA.
           MOVE "N" TO Resolucion-Hecha.
           DISPLAY "Numero de nota de credito a denegar: ".
           ACCEPT Nota-Buscada.
           PERFORM BUSCAR-NOTA.
           IF Nota-Encontrada = "Y"
               MOVE "Z" TO Estado-Final
               PERFORM MARCAR-NOTA
               MOVE "Y" TO Resolucion-Hecha
               DISPLAY "Nota de credito " Nota-Buscada " denegada."
           END-IF.
           MOVE SPACES TO Audit-Entrada.
           STRING "DENIEGA NOTA=" Nota-Buscada
               DELIMITED BY SIZE INTO Audit-Entrada.
           MOVE SPACES TO Audit-Salida.
           STRING "RESUELTO=" Resolucion-Hecha
               DELIMITED BY SIZE INTO Audit-Salida.

       APLICAR-NOTA.
           MOVE "N" TO Nota-Aplicada.
           IF Ticket-Cliente NOT = SPACES
               PERFORM ABONAR-CUENTA-CLIENTE
           ELSE
               MOVE Nota-Buscada TO Vale-Nro
               PERFORM REGISTRAR-VALE-REEMBOLSO
               MOVE "Y" TO Nota-Aplicada
           END-IF.
           IF Nota-Aplicada = "Y"
               PERFORM REGISTRAR-CARGO-REVERSO
               IF Hojas-Devueltas > 0
                   PERFORM DEVOLVER-PAPEL
               END-IF
               IF Ticket-Cliente NOT = SPACES
                   DISPLAY "Nota de credito " Nota-Buscada
                       " aplicada: $" Monto-Nota
                       " abonados a la cuenta " Ticket-Cliente
                       ". Saldo anterior $" Saldo-Anterior
                       " saldo actual $" CC-SALDO
               ELSE
                   DISPLAY "------ VALE DE DEVOLUCION " Vale-Nro
                       " ------"
                   DISPLAY "Ticket " Ticket-Buscado
                       " sucursal " Ticket-Sucursal
                   DISPLAY "Devolver al cliente en efectivo: $"
                       Monto-Nota
                   DISPLAY "Motivo: " Motivo-Nota
                   DISPLAY "Autoriza: " Operador
                       "  (pago por tesoreria, REEMBOLSOS.DAT)"
               END-IF
               PERFORM ENCOLAR-NOTA-DTE
           END-IF.

       ENCOLAR-NOTA-DTE.
           IF Ticket-Cliente NOT = SPACES
               MOVE CC-NOMBRE TO Nombre-Receptor
           ELSE
               MOVE "CONSUMIDOR FINAL" TO Nombre-Receptor
           END-IF.
           PERFORM BUSCAR-TICKET.
           ACCEPT WS-Fecha-Sistema FROM DATE YYYYMMDD.
           OPEN EXTEND DTE-PENDIENTE-FILE.
           IF WS-Dtepend-Status = "35"
               OPEN OUTPUT DTE-PENDIENTE-FILE
               CLOSE DTE-PENDIENTE-FILE
               OPEN EXTEND DTE-PENDIENTE-FILE
           END-IF.
           MOVE "D" TO DP-TIPO-REG.
           MOVE "NCRE" TO DP-ORIGEN.
           MOVE Nota-Buscada TO DP-REFERENCIA.
           MOVE WS-Fecha-Sistema(1:6) TO DP-PERIODO.
           MOVE 61 TO DP-TIPO-DTE.
           MOVE Ticket-Cliente TO DP-RECEPTOR.
           MOVE Nombre-Receptor TO DP-NOMBRE.
           MOVE Motivo-Nota TO DP-DESCRIPCION.
           MOVE Hojas-Devueltas TO DP-CANTIDAD.
           MOVE Monto-Nota TO DP-MONTO.
           MOVE "N" TO DP-EXENTO.
           MOVE ZEROS TO DP-MONTO-EXENTO.
           MOVE Ticket-Buscado TO DP-REF-DOC.
           MOVE Ticket-Fecha(1:6) TO DP-REF-PERIODO.
           MOVE WS-Fecha-Sistema TO DP-FECHA.
           WRITE DTE-PENDIENTE-RECORD.
           MOVE "T" TO DP-TIPO-REG.
           MOVE SPACES TO DP-DESCRIPCION.
           MOVE ZEROS TO DP-CANTIDAD.
           MOVE SPACE TO DP-EXENTO.
           WRITE DTE-PENDIENTE-RECORD.
           CLOSE DTE-PENDIENTE-FILE.

       ABONAR-CUENTA-CLIENTE.
           OPEN I-O CUENTAS-CLIENTES-FILE.
           IF WS-Cuentas-Status NOT = "00"
               MOVE "CUENTA CLIENTES NO DISPONIBLE"
                   TO WS-Rechazo-Motivo
               PERFORM REGISTRAR-RECHAZO
               DISPLAY "No se pudo abrir CUENTASCLI.DAT."
           ELSE
               MOVE Ticket-Cliente TO CC-CLIENTE-ID
               READ CUENTAS-CLIENTES-FILE
                   INVALID KEY
                       MOVE "CLIENTE NO REGISTRADO"
                           TO WS-Rechazo-Motivo
                       PERFORM REGISTRAR-RECHAZO
                       DISPLAY "Cliente " Ticket-Cliente
                           " no registrado."
                   NOT INVALID KEY
                       MOVE CC-SALDO TO Saldo-Anterior
                       SUBTRACT Monto-Nota FROM CC-SALDO
                       REWRITE CUENTA-CLIENTE-RECORD
                       MOVE "Y" TO Nota-Aplicada
               END-READ
               CLOSE CUENTAS-CLIENTES-FILE
           END-IF.
           IF Nota-Aplicada = "Y"
               MOVE "CUENTASCLI.DAT" TO Sello-Archivo
               MOVE ZEROS TO Sello-Delta-Reg
               COMPUTE Sello-Delta-Monto = 0 - Monto-Nota
               PERFORM ACTUALIZAR-SELLO
           END-IF.

       REGISTRAR-VALE-REEMBOLSO.
           ACCEPT WS-Fecha-Sistema FROM DATE YYYYMMDD.
           OPEN EXTEND REEMBOLSOS-FILE.
           IF WS-Reembolsos-Status = "35"
               OPEN OUTPUT REEMBOLSOS-FILE
               CLOSE REEMBOLSOS-FILE
               OPEN EXTEND REEMBOLSOS-FILE
           END-IF.
           MOVE Vale-Nro TO RB-DOCUMENTO-NRO.
           MOVE "FOTO" TO RB-ORIGEN.
           MOVE Ticket-Buscado TO RB-CUENTA-ID.
           MOVE Monto-Nota TO RB-MONTO.
           MOVE WS-Fecha-Sistema TO RB-FECHA.
           MOVE "P" TO RB-ESTADO.
           MOVE Operador TO RB-OPERADOR.
           WRITE REEMBOLSO-RECORD.
           CLOSE REEMBOLSOS-FILE.

       REGISTRAR-CARGO-REVERSO.
           ACCEPT WS-Fecha-Sistema FROM DATE YYYYMMDD.
           OPEN EXTEND CARGOS-CLI-FILE.
           IF WS-Cargoscli-Status = "35"
               OPEN OUTPUT CARGOS-CLI-FILE
               CLOSE CARGOS-CLI-FILE
               OPEN EXTEND CARGOS-CLI-FILE
           END-IF.
           MOVE Ticket-Buscado TO GC-TICKET-ID.
           MOVE Ticket-Cliente TO GC-CLIENTE-ID.
           MOVE 8 TO GC-TIPO-TRABAJO.
           MOVE ZEROS TO GC-HOJAS.
           COMPUTE GC-TOTAL = 0 - Monto-Nota.
           MOVE WS-Fecha-Sistema TO GC-FECHA.
           MOVE Ticket-Sucursal TO GC-SUCURSAL.
           WRITE CARGO-CLIENTE-RECORD.
           CLOSE CARGOS-CLI-FILE.
           MOVE "CARGOSCLI.DAT" TO Sello-Archivo.
           MOVE 1 TO Sello-Delta-Reg.
           COMPUTE Sello-Delta-Monto = 0 - Monto-Nota.
           PERFORM ACTUALIZAR-SELLO.

       DEVOLVER-PAPEL.
           MOVE ZEROS TO INV-COUNT.
           MOVE "N" TO Item-Encontrado.
           MOVE "N" TO Fin-Archivo.
           OPEN INPUT INVENTARIO-FILE.
           IF WS-Inventario-Status NOT = "00"
               DISPLAY "INVENTARIO.DAT no disponible; el papel no "
                   "se reingreso."
           ELSE
               PERFORM UNTIL Fin-Archivo = "Y"
                   READ INVENTARIO-FILE
                       AT END
                           MOVE "Y" TO Fin-Archivo
                       NOT AT END
                           IF INV-COUNT < 20
                               ADD 1 TO INV-COUNT
                               SET IN-IDX TO INV-COUNT
                               PERFORM CARGAR-ITEM-INVENTARIO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INVENTARIO-FILE
               PERFORM VARYING IN-IDX FROM 1 BY 1
                   UNTIL IN-IDX > INV-COUNT
                   IF IV-ITEM-ID(IN-IDX) = Item-Devolucion
                       AND IV-SUCURSAL(IN-IDX) = Ticket-Sucursal
                       ADD Hojas-Devueltas TO IV-STOCK(IN-IDX)
                       COMPUTE Costo-Devolucion ROUNDED =
                           Hojas-Devueltas * IV-COSTO-PROMEDIO(IN-IDX)
                       MOVE "Y" TO Item-Encontrado
                       MOVE INV-COUNT TO IN-IDX
                   END-IF
               END-PERFORM
               IF Item-Encontrado = "Y"
                   PERFORM GRABAR-INVENTARIO
                   PERFORM REGISTRAR-CONSUMO-DEVUELTO
                   DISPLAY Hojas-Devueltas " hojas reingresadas a "
                       Item-Devolucion " en " Ticket-Sucursal "."
               ELSE
                   DISPLAY "Sin item " Item-Devolucion
                       " en sucursal " Ticket-Sucursal
                       "; el papel no se reingreso."
               END-IF
           END-IF.
           MOVE "N" TO Fin-Archivo.

       REGISTRAR-CONSUMO-DEVUELTO.
           ACCEPT WS-Fecha-Sistema FROM DATE YYYYMMDD.
           OPEN EXTEND CONSUMOS-FILE.
           IF WS-Consumos-Status = "35"
               OPEN OUTPUT CONSUMOS-FILE
               CLOSE CONSUMOS-FILE
               OPEN EXTEND CONSUMOS-FILE
           END-IF.
           MOVE Ticket-Buscado TO CM-TICKET-ID.
           MOVE WS-Fecha-Sistema TO CM-FECHA.
           MOVE Ticket-Sucursal TO CM-SUCURSAL.
           MOVE 8 TO CM-TIPO-TRABAJO.
           MOVE Ticket-Cliente TO CM-CLIENTE-ID.
           MOVE Hojas-Devueltas TO CM-HOJAS.
           MOVE Hojas-Devueltas TO CM-CANT-PAPEL.
           COMPUTE CM-COSTO-PAPEL = 0 - Costo-Devolucion.
           MOVE SPACES TO CM-ITEM-TONER.
           MOVE ZEROS TO CM-CANT-TONER.
           MOVE ZEROS TO CM-COSTO-TONER.
           COMPUTE CM-COSTO-TOTAL = 0 - Costo-Devolucion.
           MOVE ZEROS TO CM-TOTAL-VENTA.
           WRITE CONSUMO-RECORD.
           CLOSE CONSUMOS-FILE.

       CARGAR-ITEM-INVENTARIO.
           MOVE IN-ITEM-ID TO IV-ITEM-ID(IN-IDX).
           MOVE IN-DESCRIPCION TO IV-DESCRIPCION(IN-IDX).
           MOVE IN-STOCK TO IV-STOCK(IN-IDX).
           MOVE IN-PUNTO-REORDEN TO IV-PUNTO-REORDEN(IN-IDX).
           MOVE IN-UNIDAD TO IV-UNIDAD(IN-IDX).
           IF IN-SUCURSAL = SPACES
               MOVE "CEN" TO IV-SUCURSAL(IN-IDX)
           ELSE
               MOVE IN-SUCURSAL TO IV-SUCURSAL(IN-IDX)
           END-IF.
           IF IN-COSTO-PROMEDIO IS NUMERIC
               MOVE IN-COSTO-PROMEDIO TO IV-COSTO-PROMEDIO(IN-IDX)
           ELSE
               MOVE ZEROS TO IV-COSTO-PROMEDIO(IN-IDX)
           END-IF.

       GRABAR-INVENTARIO.
           OPEN OUTPUT INVENTARIO-FILE.
           PERFORM VARYING IN-IDX FROM 1 BY 1 UNTIL IN-IDX > INV-COUNT
               MOVE IV-ITEM-ID(IN-IDX) TO IN-ITEM-ID
               MOVE IV-DESCRIPCION(IN-IDX) TO IN-DESCRIPCION
               MOVE IV-STOCK(IN-IDX) TO IN-STOCK
               MOVE IV-PUNTO-REORDEN(IN-IDX) TO IN-PUNTO-REORDEN
               MOVE IV-UNIDAD(IN-IDX) TO IN-UNIDAD
               MOVE IV-SUCURSAL(IN-IDX) TO IN-SUCURSAL
               MOVE IV-COSTO-PROMEDIO(IN-IDX) TO IN-COSTO-PROMEDIO
               WRITE INVENTARIO-RECORD
           END-PERFORM.
           CLOSE INVENTARIO-FILE.

       MARCAR-NOTA.
           ACCEPT WS-Fecha-Sistema FROM DATE YYYYMMDD.
           MOVE "N" TO Fin-Archivo.
           OPEN INPUT NOTAS-CREDITO-FILE.
           OPEN OUTPUT NOTAS-TMP-FILE.
           PERFORM UNTIL Fin-Archivo = "Y"
               READ NOTAS-CREDITO-FILE
                   AT END
                       MOVE "Y" TO Fin-Archivo
                   NOT AT END
                       IF NC-NOTA-NRO = Nota-Buscada
                           AND NC-ESTADO = "P"
                           MOVE Estado-Final TO NC-ESTADO
                           MOVE Operador TO NC-RESUELTO-POR
                           MOVE WS-Fecha-Sistema TO NC-FECHA-RESOL
                           MOVE Vale-Nro TO NC-VALE-NRO
                       END-IF
                       MOVE SPACES TO NOTA-TMP-RECORD
                       MOVE NOTA-CREDITO-RECORD TO NOTA-TMP-RECORD
                       WRITE NOTA-TMP-RECORD
               END-READ
           END-PERFORM.
           CLOSE NOTAS-CREDITO-FILE.
           CLOSE NOTAS-TMP-FILE.
           MOVE "N" TO Fin-Archivo.
           OPEN INPUT NOTAS-TMP-FILE.
           OPEN OUTPUT NOTAS-CREDITO-FILE.
           PERFORM UNTIL Fin-Archivo = "Y"
               READ NOTAS-TMP-FILE
                   AT END
                       MOVE "Y" TO Fin-Archivo
                   NOT AT END
                       MOVE NOTA-TMP-RECORD TO NOTA-CREDITO-RECORD
                       WRITE NOTA-CREDITO-RECORD
               END-READ
           END-PERFORM.
           CLOSE NOTAS-TMP-FILE.
           CLOSE NOTAS-CREDITO-FILE.
           MOVE "N" TO Fin-Archivo.

       ACTUALIZAR-SELLO.
           MOVE "N" TO Fin-Sello.
           OPEN INPUT CONTROLES-FILE.
           IF WS-Controles-Status NOT = "00"
               CONTINUE
           ELSE
               OPEN OUTPUT CONTROLES-TMP-FILE
               PERFORM UNTIL Fin-Sello = "Y"
                   READ CONTROLES-FILE
                       AT END
                           MOVE "Y" TO Fin-Sello
                       NOT AT END
                           IF CF-ARCHIVO = Sello-Archivo
                               ADD Sello-Delta-Reg
                                   TO CF-REGISTROS
                               ADD Sello-Delta-Monto
                                   TO CF-HASH-MONTO
                           END-IF
                           MOVE SPACES TO CONTROL-TMP-RECORD
                           MOVE CONTROL-ARCHIVO-RECORD
                               TO CONTROL-TMP-RECORD
                           WRITE CONTROL-TMP-RECORD
                   END-READ
               END-PERFORM
               CLOSE CONTROLES-FILE
               CLOSE CONTROLES-TMP-FILE
               MOVE "N" TO Fin-Sello
               OPEN INPUT CONTROLES-TMP-FILE
               OPEN OUTPUT CONTROLES-FILE
               PERFORM UNTIL Fin-Sello = "Y"
                   READ CONTROLES-TMP-FILE
                       AT END
                           MOVE "Y" TO Fin-Sello
                       NOT AT END
                           MOVE CONTROL-TMP-RECORD
                               TO CONTROL-ARCHIVO-RECORD
                           WRITE CONTROL-ARCHIVO-RECORD
                   END-READ
               END-PERFORM
               CLOSE CONTROLES-TMP-FILE
               CLOSE CONTROLES-FILE
           END-IF.
           MOVE "N" TO Fin-Sello.
