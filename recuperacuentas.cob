       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECUPERA-CUENTAS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUENTAS-TAG-FILE ASSIGN TO "CUENTASTAG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CT-CUENTA-ID
               FILE STATUS IS WS-Cuentas-Tag-Status.
           SELECT RESPALDO-FILE ASSIGN TO "CUENTASRESP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Respaldo-Status.
           SELECT RECUPERADO-FILE ASSIGN TO "CUENTASRECUP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Recuperado-Status.
           SELECT PEAJE-LOG-FILE ASSIGN TO "PEAJELOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Peajelog-Status.
           SELECT PEAJE-HIST-FILE ASSIGN TO "PEAJEHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Peajehist-Status.
           SELECT PAGOS-LOG-FILE ASSIGN TO "PAGOSLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Pagoslog-Status.
           SELECT SUSPENSO-FILE ASSIGN TO "SUSPENSO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Suspenso-Status.
           SELECT SUSPENSO-HIST-FILE ASSIGN TO "SUSPHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Susphist-Status.
           SELECT FINIQUITOS-FILE ASSIGN TO "FINIQUITOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Finiquitos-Status.
           SELECT RECUPERACION-FILE ASSIGN TO "RECUPERACION.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MOVIMIENTOS-WORK-FILE ASSIGN TO "RECUPWORK.TMP".
           SELECT OPERADORES-FILE ASSIGN TO "OPERADORES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Operadores-Status.
           SELECT AUDITORIA-FILE ASSIGN TO "AUDITORIA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Auditoria-Status.
           SELECT CONTROLES-FILE ASSIGN TO "CONTROLES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Controles-Status.
           SELECT CONTROLES-TMP-FILE ASSIGN TO "SELLOTMP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Sellotmp-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  CUENTAS-TAG-FILE.
           COPY CUENTATAG.
       FD  RESPALDO-FILE.
           COPY RESPCTA.
       FD  RECUPERADO-FILE.
       01  RECUPERADO-RECORD PIC X(80).
       FD  PEAJE-LOG-FILE.
           COPY PEAJELOG.
       FD  PEAJE-HIST-FILE.
       01  PEAJE-HIST-RECORD PIC X(82).
       FD  PAGOS-LOG-FILE.
           COPY PAGOTAG.
       FD  SUSPENSO-FILE.
           COPY SUSPENSO.
       FD  SUSPENSO-HIST-FILE.
           COPY SUSPHIST.
       FD  FINIQUITOS-FILE.
           COPY FINIQUITO.
       FD  RECUPERACION-FILE.
       01  RECUPERACION-LINEA PIC X(132).
       SD  MOVIMIENTOS-WORK-FILE.
       01  MOVIMIENTO-WORK-RECORD.
           05  SW-MOMENTO        PIC 9(14).
           05  SW-SECUENCIA      PIC 9(7).
           05  SW-CUENTA-ID      PIC X(6).
           05  SW-TIPO           PIC X.
           05  SW-ORIGEN         PIC X(8).
           05  SW-MONTO          PIC S9(9)V99.
       FD  OPERADORES-FILE.
           COPY OPERADOR.
       FD  AUDITORIA-FILE.
           COPY AUDITORIAF.
       FD  CONTROLES-FILE.
           COPY CONTROLARCH.
       FD  CONTROLES-TMP-FILE.
       01  CONTROL-TMP-RECORD PIC X(60).

       WORKING-STORAGE SECTION.
       01 CUENTAS-TABLE.
           05 CUENTA-ENTRY OCCURS 500 TIMES INDEXED BY RA-IDX.
               10 RA-CUENTA-ID      PIC X(6).
               10 RA-PATENTE        PIC X(8).
               10 RA-TIPO-CUENTA    PIC X.
               10 RA-UMBRAL-MINIMO  PIC S9(9)V99.
               10 RA-ALERTA-SALDO   PIC X.
               10 RA-ESTADO-CUENTA  PIC X.
               10 RA-SALDO-RESPALDO PIC S9(9)V99.
               10 RA-SALDO          PIC S9(9)V99.
               10 RA-CARGOS         PIC S9(11)V99.
               10 RA-ABONOS         PIC S9(11)V99.
               10 RA-MOVIMIENTOS    PIC 9(5).
               10 RA-ORIGEN         PIC X.
               10 RA-EN-ACTUAL      PIC X.
               10 RA-SALDO-ACTUAL   PIC S9(9)V99.
       01 CUENTAS-COUNT       PIC 9(4) VALUE 0.
       01 SUSPENSOS-TABLE.
           05 SUSPENSO-ENTRY OCCURS 5000 TIMES INDEXED BY SF-IDX.
               10 SF-FECHA          PIC 9(8).
       01 SUSPENSOS-COUNT     PIC 9(5) VALUE 0.
       01 Modo-Operacion      PIC X VALUE "R".
       01 Fin-Archivo         PIC X VALUE "N".
       01 Fin-Sello           PIC X VALUE "N".
       01 Confirmacion        PIC X(10) VALUE SPACES.
       01 Rol-Operador        PIC X VALUE "S".
       01 Operador-Valido     PIC X VALUE "N".
       01 Tabla-Desbordada    PIC X VALUE "N".
       01 Cuenta-Encontrada   PIC X VALUE "N".
       01 Cuenta-Buscada      PIC X(6) VALUE SPACES.
       01 Respaldo-Disponible PIC X VALUE "N".
       01 Actual-Disponible   PIC X VALUE "N".
       01 Sello-Encontrado    PIC X VALUE "N".
       01 Archivo-Reemplazado PIC X VALUE "N".
       01 Fecha-Respaldo      PIC 9(8) VALUE 0.
       01 Hora-Respaldo       PIC 9(6) VALUE 0.
       01 Momento-Respaldo    PIC 9(14) VALUE 0.
       01 Fecha-Hasta         PIC 9(8) VALUE 0.
       01 Hora-Hasta          PIC 9(6) VALUE 0.
       01 Momento-Hasta       PIC 9(14) VALUE 0.
       01 Momento-Movimiento  PIC 9(14) VALUE 0.
       01 Momento-Cruce       PIC 9(14) VALUE 0.
       01 Posiciones-Respaldo PIC X VALUE "N".
       01 Hist-Respaldo       PIC 9(9) VALUE 0.
       01 Log-Respaldo        PIC 9(9) VALUE 0.
       01 Pagos-Respaldo      PIC 9(9) VALUE 0.
       01 Hist-Actuales       PIC 9(9) VALUE 0.
       01 Log-Actuales        PIC 9(9) VALUE 0.
       01 Pagos-Actuales      PIC 9(9) VALUE 0.
       01 Peajes-Por-Posicion PIC X VALUE "N".
       01 Pagos-Por-Posicion  PIC X VALUE "N".
       01 Registro-Leido      PIC 9(9) VALUE 0.
       01 Registro-Corte      PIC 9(9) VALUE 0.
       01 Movimiento-Posterior PIC X VALUE "N".
       01 Secuencia-Movimiento PIC 9(7) VALUE 0.
       01 Cantidad-Cruces     PIC 9(7) VALUE 0.
       01 Cantidad-Interop    PIC 9(7) VALUE 0.
       01 Cantidad-Intereses  PIC 9(7) VALUE 0.
       01 Cantidad-Suspensos  PIC 9(7) VALUE 0.
       01 Cantidad-Pagos      PIC 9(7) VALUE 0.
       01 Cantidad-Ajustes    PIC 9(7) VALUE 0.
       01 Cantidad-Pac        PIC 9(7) VALUE 0.
       01 Cantidad-Reversos   PIC 9(7) VALUE 0.
       01 Cantidad-Finiquitos PIC 9(7) VALUE 0.
       01 Cantidad-Aplicados  PIC 9(7) VALUE 0.
       01 Cantidad-Nuevas     PIC 9(5) VALUE 0.
       01 Cantidad-Diferencias PIC 9(5) VALUE 0.
       01 Cantidad-Grabadas   PIC 9(5) VALUE 0.
       01 Total-Respaldo      PIC S9(13)V99 VALUE 0.
       01 Total-Reconstruido  PIC S9(13)V99 VALUE 0.
       01 Diferencia          PIC S9(11)V99 VALUE 0.
       01 Observacion         PIC X(24) VALUE SPACES.
       01 Monto-Desp-1        PIC -(9)9.99.
       01 Monto-Desp-2        PIC -(9)9.99.
       01 Monto-Desp-3        PIC -(9)9.99.
       01 Monto-Desp-4        PIC -(9)9.99.
       01 Monto-Desp-5        PIC -(9)9.99.
       01 Actual-Desp         PIC X(13) VALUE SPACES.
       01 Diferencia-Desp     PIC X(13) VALUE SPACES.
       01 WS-Cuentas-Tag-Status PIC XX VALUE "00".
       01 WS-Respaldo-Status  PIC XX VALUE "00".
       01 WS-Recuperado-Status PIC XX VALUE "00".
       01 WS-Peajelog-Status  PIC XX VALUE "00".
       01 WS-Peajehist-Status PIC XX VALUE "00".
       01 WS-Pagoslog-Status  PIC XX VALUE "00".
       01 WS-Suspenso-Status  PIC XX VALUE "00".
       01 WS-Susphist-Status  PIC XX VALUE "00".
       01 WS-Finiquitos-Status PIC XX VALUE "00".
       01 WS-Operadores-Status PIC XX VALUE "00".
       01 WS-Auditoria-Status PIC XX VALUE "00".
       01 WS-Controles-Status PIC XX VALUE "00".
       01 WS-Sellotmp-Status  PIC XX VALUE "00".
       01 WS-Fecha-Sistema    PIC 9(8) VALUE 0.
       01 WS-Hora-Sistema     PIC 9(8) VALUE 0.
       01 Operador            PIC X(10) VALUE SPACES.
       01 Audit-Entrada       PIC X(40) VALUE SPACES.
       01 Audit-Salida        PIC X(40) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "Ingrese operador: ".
           ACCEPT Operador.
           ACCEPT WS-Fecha-Sistema FROM DATE YYYYMMDD.
           ACCEPT WS-Hora-Sistema FROM TIME.
           PERFORM VALIDAR-OPERADOR.
           IF Operador-Valido = "N"
               DISPLAY "Operador " Operador
                   " no autorizado o inactivo."
               PERFORM REGISTRAR-AUDITORIA
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY "Modo (B = Respaldo de CUENTASTAG.DAT, ".
           DISPLAY "  R = Recuperar desde respaldo y logs): ".
           ACCEPT Modo-Operacion.
           EVALUATE Modo-Operacion
               WHEN "B"
               WHEN "b"
                   PERFORM GENERAR-RESPALDO
               WHEN OTHER
                   PERFORM RECUPERAR-CUENTAS
           END-EVALUATE.
           PERFORM REGISTRAR-AUDITORIA.
           STOP RUN.

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

       GENERAR-RESPALDO.
           MOVE ZEROS TO Cantidad-Grabadas.
           MOVE ZEROS TO Total-Respaldo.
           PERFORM CONTAR-REGISTROS-LOGS.
           MOVE "N" TO Fin-Archivo.
           OPEN INPUT CUENTAS-TAG-FILE.
           IF WS-Cuentas-Tag-Status NOT = "00"
               DISPLAY "No se pudo abrir CUENTASTAG.DAT; "
                   "respaldo no generado."
               MOVE 1 TO RETURN-CODE
           ELSE
               OPEN OUTPUT RESPALDO-FILE
               PERFORM UNTIL Fin-Archivo = "Y"
                   READ CUENTAS-TAG-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO Fin-Archivo
                       NOT AT END
                           MOVE WS-Fecha-Sistema TO RC-FECHA-RESPALDO
                           COMPUTE RC-HORA-RESPALDO =
                               WS-Hora-Sistema / 100
                           MOVE CT-CUENTA-ID TO RC-CUENTA-ID
                           MOVE CT-PATENTE TO RC-PATENTE
                           MOVE CT-SALDO TO RC-SALDO
                           MOVE CT-TIPO-CUENTA TO RC-TIPO-CUENTA
                           MOVE CT-UMBRAL-MINIMO TO RC-UMBRAL-MINIMO
                           MOVE CT-ALERTA-SALDO TO RC-ALERTA-SALDO
                           MOVE CT-ESTADO-CUENTA TO RC-ESTADO-CUENTA
                           MOVE Hist-Actuales TO RC-PEAJES-HIST
                           MOVE Log-Actuales TO RC-PEAJES-LOG
                           MOVE Pagos-Actuales TO RC-PAGOS-LOG
                           WRITE RESPALDO-CUENTA-RECORD
                           ADD 1 TO Cantidad-Grabadas
                           ADD CT-SALDO TO Total-Respaldo
                   END-READ
               END-PERFORM
               CLOSE RESPALDO-FILE
               CLOSE CUENTAS-TAG-FILE
               DISPLAY "Respaldo CUENTASRESP.DAT generado: "
                   Cantidad-Grabadas " cuentas."
           END-IF.
           MOVE "N" TO Fin-Archivo.
           MOVE SPACES TO Audit-Entrada.
           STRING "RESPALDO CUENTAS TAG " WS-Fecha-Sistema
               DELIMITED BY SIZE INTO Audit-Entrada.
           MOVE SPACES TO Audit-Salida.
           STRING "CUENTAS=" Cantidad-Grabadas
               DELIMITED BY SIZE INTO Audit-Salida.

       CONTAR-REGISTROS-LOGS.
           MOVE ZEROS TO Hist-Actuales.
           MOVE ZEROS TO Log-Actuales.
           MOVE ZEROS TO Pagos-Actuales.
           MOVE "N" TO Fin-Archivo.
           OPEN INPUT PEAJE-HIST-FILE.
           IF WS-Peajehist-Status = "00"
               PERFORM UNTIL Fin-Archivo = "Y"
                   READ PEAJE-HIST-FILE
                       AT END
                           MOVE "Y" TO Fin-Archivo
                       NOT AT END
                           ADD 1 TO Hist-Actuales
                   END-READ
               END-PERFORM
               CLOSE PEAJE-HIST-FILE
           END-IF.
           MOVE "N" TO Fin-Archivo.
           OPEN INPUT PEAJE-LOG-FILE.
           IF WS-Peajelog-Status = "00"
               PERFORM UNTIL Fin-Archivo = "Y"
                   READ PEAJE-LOG-FILE
                       AT END
                           MOVE "Y" TO Fin-Archivo
                       NOT AT END
                           ADD 1 TO Log-Actuales
                   END-READ
               END-PERFORM
               CLOSE PEAJE-LOG-FILE
           END-IF.
           MOVE "N" TO Fin-Archivo.
           OPEN INPUT PAGOS-LOG-FILE.
           IF WS-Pagoslog-Status = "00"
               PERFORM UNTIL Fin-Archivo = "Y"
                   READ PAGOS-LOG-FILE
                       AT END
                           MOVE "Y" TO Fin-Archivo
                       NOT AT END
                           ADD 1 TO Pagos-Actuales
                   END-READ
               END-PERFORM
               CLOSE PAGOS-LOG-FILE
           END-IF.
           MOVE "N" TO Fin-Archivo.

       RECUPERAR-CUENTAS.
           MOVE WS-Fecha-Sistema TO Fecha-Hasta.
           COMPUTE Hora-Hasta = WS-Hora-Sistema / 100.
           DISPLAY "Recuperar hasta fecha (AAAAMMDD, 0 = ahora): ".
           ACCEPT Fecha-Hasta.
           IF Fecha-Hasta = 0
               MOVE WS-Fecha-Sistema TO Fecha-Hasta
               COMPUTE Hora-Hasta = WS-Hora-Sistema / 100
           ELSE
               DISPLAY "Hasta hora (HHMMSS): "
               ACCEPT Hora-Hasta
           END-IF.
           COMPUTE Momento-Hasta = Fecha-Hasta * 1000000 + Hora-Hasta.
           PERFORM CARGAR-RESPALDO.
           IF Respaldo-Disponible = "N"
               DISPLAY "No hay respaldo CUENTASRESP.DAT; copie el "
                   "respaldo fechado a ese nombre y reintente."
               MOVE "RECUPERACION SIN RESPALDO" TO Audit-Entrada
               MOVE "NO EJECUTADA" TO Audit-Salida
               MOVE 1 TO RETURN-CODE
           ELSE
               IF Momento-Hasta <= Momento-Respaldo
                   DISPLAY "La fecha hasta es anterior al respaldo "
                       Fecha-Respaldo " " Hora-Respaldo "."
                   MOVE "RECUPERACION FECHA INVALIDA"
                       TO Audit-Entrada
                   MOVE "NO EJECUTADA" TO Audit-Salida
                   MOVE 1 TO RETURN-CODE
               ELSE
                   PERFORM RECONSTRUIR-SALDOS
               END-IF
           END-IF.

       RECONSTRUIR-SALDOS.
           PERFORM CARGAR-ACTUAL.
           PERFORM CARGAR-FECHAS-SUSPENSO.
           PERFORM DEFINIR-CORTE-LOGS.
           SORT MOVIMIENTOS-WORK-FILE
               ON ASCENDING KEY SW-MOMENTO
                                SW-SECUENCIA
               INPUT PROCEDURE IS LEER-MOVIMIENTOS
               OUTPUT PROCEDURE IS APLICAR-MOVIMIENTOS.
           PERFORM ESCRIBIR-RECUPERADO.
           PERFORM ESCRIBIR-REPORTE.
           IF Tabla-Desbordada = "Y"
               DISPLAY "ATENCION: mas de 500 cuentas, recuperacion "
                   "incompleta; no se reemplaza CUENTASTAG.DAT."
           ELSE
               PERFORM CONFIRMAR-REEMPLAZO
           END-IF.
           MOVE SPACES TO Audit-Entrada.
           STRING "RECUPERA DESDE " Fecha-Respaldo
               " HASTA " Momento-Hasta
               DELIMITED BY SIZE INTO Audit-Entrada.
           MOVE SPACES TO Audit-Salida.
           STRING "MOVS=" Cantidad-Aplicados
               " DIF=" Cantidad-Diferencias
               " REEMPLAZADO=" Archivo-Reemplazado
               DELIMITED BY SIZE INTO Audit-Salida.

       CARGAR-RESPALDO.
           MOVE "N" TO Respaldo-Disponible.
           MOVE "N" TO Posiciones-Respaldo.
           MOVE ZEROS TO CUENTAS-COUNT.
           MOVE ZEROS TO Total-Respaldo.
           MOVE "N" TO Fin-Archivo.
           OPEN INPUT RESPALDO-FILE.
           IF WS-Respaldo-Status = "00"
               PERFORM UNTIL Fin-Archivo = "Y"
                   READ RESPALDO-FILE
                       AT END
                           MOVE "Y" TO Fin-Archivo
                       NOT AT END
                           PERFORM GUARDAR-CUENTA-RESPALDO
                   END-READ
               END-PERFORM
               CLOSE RESPALDO-FILE
           END-IF.
           MOVE "N" TO Fin-Archivo.
           COMPUTE Momento-Respaldo = Fecha-Respaldo * 1000000
               + Hora-Respaldo.

       GUARDAR-CUENTA-RESPALDO.
           IF Respaldo-Disponible = "N"
               MOVE "Y" TO Respaldo-Disponible
               MOVE RC-FECHA-RESPALDO TO Fecha-Respaldo
               MOVE RC-HORA-RESPALDO TO Hora-Respaldo
               IF RC-REGISTROS-LOGS NUMERIC
                   MOVE "Y" TO Posiciones-Respaldo
                   MOVE RC-PEAJES-HIST TO Hist-Respaldo
                   MOVE RC-PEAJES-LOG TO Log-Respaldo
                   MOVE RC-PAGOS-LOG TO Pagos-Respaldo
               END-IF
           END-IF.
           IF CUENTAS-COUNT < 500
               ADD 1 TO CUENTAS-COUNT
               SET RA-IDX TO CUENTAS-COUNT
               MOVE RC-CUENTA-ID TO RA-CUENTA-ID(RA-IDX)
               MOVE RC-PATENTE TO RA-PATENTE(RA-IDX)
               MOVE RC-TIPO-CUENTA TO RA-TIPO-CUENTA(RA-IDX)
               MOVE RC-UMBRAL-MINIMO TO RA-UMBRAL-MINIMO(RA-IDX)
               MOVE RC-ALERTA-SALDO TO RA-ALERTA-SALDO(RA-IDX)
               MOVE RC-ESTADO-CUENTA TO RA-ESTADO-CUENTA(RA-IDX)
               MOVE RC-SALDO TO RA-SALDO-RESPALDO(RA-IDX)
               MOVE RC-SALDO TO RA-SALDO(RA-IDX)
               MOVE ZEROS TO RA-CARGOS(RA-IDX)
               MOVE ZEROS TO RA-ABONOS(RA-IDX)
               MOVE ZEROS TO RA-MOVIMIENTOS(RA-IDX)
               MOVE "R" TO RA-ORIGEN(RA-IDX)
               MOVE "N" TO RA-EN-ACTUAL(RA-IDX)
               MOVE ZEROS TO RA-SALDO-ACTUAL(RA-IDX)
               ADD RC-SALDO TO Total-Respaldo
           ELSE
               MOVE "Y" TO Tabla-Desbordada
           END-IF.

       DEFINIR-CORTE-LOGS.
           MOVE "N" TO Peajes-Por-Posicion.
           MOVE "N" TO Pagos-Por-Posicion.
           IF Posiciones-Respaldo = "N"
               DISPLAY "Respaldo sin conteo de registros de los logs; "
                   "se replica por fecha y hora de cada registro."
           ELSE
               PERFORM CONTAR-REGISTROS-LOGS
               IF Hist-Actuales = Hist-Respaldo
                   AND Log-Actuales >= Log-Respaldo
                   MOVE "Y" TO Peajes-Por-Posicion
               ELSE
                   DISPLAY "ATENCION: PEAJEHIST.DAT cambio despues "
                       "del respaldo (cierre o reapertura); los "
                       "cruces se replican por fecha y hora."
               END-IF
               IF Pagos-Actuales >= Pagos-Respaldo
                   MOVE "Y" TO Pagos-Por-Posicion
               ELSE
                   DISPLAY "ATENCION: PAGOSLOG.DAT tiene menos "
                       "registros que al respaldo; los pagos se "
                       "replican por fecha y hora."
               END-IF
           END-IF.

       CARGAR-ACTUAL.
           MOVE "N" TO Actual-Disponible.
           MOVE "N" TO Fin-Archivo.
           OPEN INPUT CUENTAS-TAG-FILE.
           IF WS-Cuentas-Tag-Status = "00"
               MOVE "Y" TO Actual-Disponible
               PERFORM UNTIL Fin-Archivo = "Y"
                   READ CUENTAS-TAG-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO Fin-Archivo
                       NOT AT END
                           PERFORM GUARDAR-CUENTA-ACTUAL
                   END-READ
               END-PERFORM
               CLOSE CUENTAS-TAG-FILE
           ELSE
               DISPLAY "CUENTASTAG.DAT ilegible (estado "
                   WS-Cuentas-Tag-Status "); se reconstruye solo "
                   "desde el respaldo."
           END-IF.
           MOVE "N" TO Fin-Archivo.

       GUARDAR-CUENTA-ACTUAL.
           MOVE CT-CUENTA-ID TO Cuenta-Buscada.
           PERFORM UBICAR-CUENTA.
           IF Cuenta-Encontrada = "Y"
               MOVE "Y" TO RA-EN-ACTUAL(RA-IDX)
               MOVE CT-SALDO TO RA-SALDO-ACTUAL(RA-IDX)
           ELSE
               IF CUENTAS-COUNT < 500
                   PERFORM AGREGAR-CUENTA
                   MOVE CT-PATENTE TO RA-PATENTE(RA-IDX)
                   MOVE CT-TIPO-CUENTA TO RA-TIPO-CUENTA(RA-IDX)
                   MOVE CT-UMBRAL-MINIMO TO RA-UMBRAL-MINIMO(RA-IDX)
                   MOVE CT-ESTADO-CUENTA TO RA-ESTADO-CUENTA(RA-IDX)
                   MOVE "A" TO RA-ORIGEN(RA-IDX)
                   MOVE "Y" TO RA-EN-ACTUAL(RA-IDX)
                   MOVE CT-SALDO TO RA-SALDO-ACTUAL(RA-IDX)
               ELSE
                   MOVE "Y" TO Tabla-Desbordada
               END-IF
           END-IF.

       UBICAR-CUENTA.
           MOVE "N" TO Cuenta-Encontrada.
           PERFORM VARYING RA-IDX FROM 1 BY 1
               UNTIL RA-IDX > CUENTAS-COUNT
               OR RA-CUENTA-ID(RA-IDX) = Cuenta-Buscada
               CONTINUE
           END-PERFORM.
           IF RA-IDX <= CUENTAS-COUNT
               MOVE "Y" TO Cuenta-Encontrada
           END-IF.

       AGREGAR-CUENTA.
           ADD 1 TO CUENTAS-COUNT.
           SET RA-IDX TO CUENTAS-COUNT.
           MOVE Cuenta-Buscada TO RA-CUENTA-ID(RA-IDX).
           MOVE SPACES TO RA-PATENTE(RA-IDX).
           MOVE "C" TO RA-TIPO-CUENTA(RA-IDX).
           MOVE ZEROS TO RA-UMBRAL-MINIMO(RA-IDX).
           MOVE "N" TO RA-ALERTA-SALDO(RA-IDX).
           MOVE "A" TO RA-ESTADO-CUENTA(RA-IDX).
           MOVE ZEROS TO RA-SALDO-RESPALDO(RA-IDX).
           MOVE ZEROS TO RA-SALDO(RA-IDX).
           MOVE ZEROS TO RA-CARGOS(RA-IDX).
           MOVE ZEROS TO RA-ABONOS(RA-IDX).
           MOVE ZEROS TO RA-MOVIMIENTOS(RA-IDX).
           MOVE "N" TO RA-ORIGEN(RA-IDX).
           MOVE "N" TO RA-EN-ACTUAL(RA-IDX).
           MOVE ZEROS TO RA-SALDO-ACTUAL(RA-IDX).
           ADD 1 TO Cantidad-Nuevas.

       CARGAR-FECHAS-SUSPENSO.
           MOVE ZEROS TO SUSPENSOS-COUNT.
           MOVE "N" TO Fin-Archivo.
           OPEN INPUT SUSPENSO-FILE.
           IF WS-Suspenso-Status = "00"
               PERFORM UNTIL Fin-Archivo = "Y"
                   READ SUSPENSO-FILE
                       AT END
                           MOVE "Y" TO Fin-Archivo
                       NOT AT END
                           IF SUSPENSOS-COUNT < 5000
                               ADD 1 TO SUSPENSOS-COUNT
                               SET SF-IDX TO SUSPENSOS-COUNT
                               MOVE SU-FECHA TO SF-FECHA(SF-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SUSPENSO-FILE
           END-IF.
           MOVE "N" TO Fin-Archivo.

       LEER-MOVIMIENTOS.
           MOVE ZEROS TO Secuencia-Movimiento.
           MOVE ZEROS TO Registro-Leido.
           COMPUTE Registro-Corte = Hist-Respaldo + Log-Respaldo.
           MOVE "N" TO Fin-Archivo.
           OPEN INPUT PEAJE-HIST-FILE.
           IF WS-Peajehist-Status = "00"
               PERFORM UNTIL Fin-Archivo = "Y"
                   READ PEAJE-HIST-FILE
                       AT END
                           MOVE "Y" TO Fin-Archivo
                       NOT AT END
                           ADD 1 TO Registro-Leido
                           MOVE PEAJE-HIST-RECORD TO PEAJE-LOG-RECORD
                           PERFORM LIBERAR-CARGO-PEAJE
                   END-READ
               END-PERFORM
               CLOSE PEAJE-HIST-FILE
           END-IF.
           MOVE "N" TO Fin-Archivo.
           OPEN INPUT PEAJE-LOG-FILE.
           IF WS-Peajelog-Status = "00"
               PERFORM UNTIL Fin-Archivo = "Y"
                   READ PEAJE-LOG-FILE
                       AT END
                           MOVE "Y" TO Fin-Archivo
                       NOT AT END
                           ADD 1 TO Registro-Leido
                           PERFORM LIBERAR-CARGO-PEAJE
                   END-READ
               END-PERFORM
               CLOSE PEAJE-LOG-FILE
           END-IF.
           MOVE "N" TO Fin-Archivo.
           MOVE ZEROS TO Registro-Leido.
           MOVE Pagos-Respaldo TO Registro-Corte.
           OPEN INPUT PAGOS-LOG-FILE.
           IF WS-Pagoslog-Status = "00"
               PERFORM UNTIL Fin-Archivo = "Y"
                   READ PAGOS-LOG-FILE
                       AT END
                           MOVE "Y" TO Fin-Archivo
                       NOT AT END
                           ADD 1 TO Registro-Leido
                           PERFORM LIBERAR-PAGO
                   END-READ
               END-PERFORM
               CLOSE PAGOS-LOG-FILE
           END-IF.
           MOVE "N" TO Fin-Archivo.
           OPEN INPUT SUSPENSO-HIST-FILE.
           IF WS-Susphist-Status = "00"
               PERFORM UNTIL Fin-Archivo = "Y"
                   READ SUSPENSO-HIST-FILE
                       AT END
                           MOVE "Y" TO Fin-Archivo
                       NOT AT END
                           PERFORM LIBERAR-SUSPENSO
                   END-READ
               END-PERFORM
               CLOSE SUSPENSO-HIST-FILE
           END-IF.
           MOVE "N" TO Fin-Archivo.
           OPEN INPUT FINIQUITOS-FILE.
           IF WS-Finiquitos-Status = "00"
               PERFORM UNTIL Fin-Archivo = "Y"
                   READ FINIQUITOS-FILE
                       AT END
                           MOVE "Y" TO Fin-Archivo
                       NOT AT END
                           PERFORM LIBERAR-FINIQUITO
                   END-READ
               END-PERFORM
               CLOSE FINIQUITOS-FILE
           END-IF.
           MOVE "N" TO Fin-Archivo.

       LIBERAR-CARGO-PEAJE.
           IF PL-TIPO-PAGO = "TAG" AND PL-CUENTA-ID NOT = SPACES
               IF PL-HORA NUMERIC
                   COMPUTE Momento-Movimiento = PL-FECHA * 1000000
                       + PL-HORA * 10000
               ELSE
                   COMPUTE Momento-Movimiento = PL-FECHA * 1000000
               END-IF
               MOVE "N" TO Movimiento-Posterior
               IF Peajes-Por-Posicion = "Y"
                   IF Registro-Leido > Registro-Corte
                       MOVE "Y" TO Movimiento-Posterior
                   END-IF
               ELSE
                   IF Momento-Movimiento > Momento-Respaldo
                       MOVE "Y" TO Movimiento-Posterior
                   END-IF
               END-IF
               IF Movimiento-Posterior = "Y"
                   AND Momento-Movimiento <= Momento-Hasta
                   MOVE PL-CUENTA-ID TO SW-CUENTA-ID
                   MOVE "C" TO SW-TIPO
                   MOVE PL-TOTAL TO SW-MONTO
                   EVALUATE PL-CATEGORIA
                       WHEN "interop"
                           MOVE "INTEROP" TO SW-ORIGEN
                           ADD 1 TO Cantidad-Interop
                       WHEN "interes"
                           MOVE "INTERES" TO SW-ORIGEN
                           ADD 1 TO Cantidad-Intereses
                       WHEN OTHER
                           MOVE "CRUCE" TO SW-ORIGEN
                           ADD 1 TO Cantidad-Cruces
                   END-EVALUATE
                   PERFORM LIBERAR-MOVIMIENTO
               END-IF
           END-IF.

       LIBERAR-PAGO.
           COMPUTE Momento-Movimiento = PG-FECHA * 1000000
               + PG-HORA / 100.
           MOVE "N" TO Movimiento-Posterior.
           IF Pagos-Por-Posicion = "Y"
               IF Registro-Leido > Registro-Corte
                   MOVE "Y" TO Movimiento-Posterior
               END-IF
           ELSE
               IF Momento-Movimiento > Momento-Respaldo
                   MOVE "Y" TO Movimiento-Posterior
               END-IF
           END-IF.
           IF Movimiento-Posterior = "Y"
               AND Momento-Movimiento <= Momento-Hasta
               MOVE PG-CUENTA-ID TO SW-CUENTA-ID
               MOVE "P" TO SW-TIPO
               MOVE PG-MONTO TO SW-MONTO
               EVALUATE TRUE
                   WHEN PG-TIPO-MOV = "D"
                       MOVE "REVERSO" TO SW-ORIGEN
                       ADD 1 TO Cantidad-Reversos
                   WHEN PG-TIPO-MOV = "A"
                       MOVE "AJUSTE" TO SW-ORIGEN
                       ADD 1 TO Cantidad-Ajustes
                   WHEN PG-MEDIO-PAGO = "PAC"
                       MOVE "PAC" TO SW-ORIGEN
                       ADD 1 TO Cantidad-Pac
                   WHEN OTHER
                       MOVE "PAGO" TO SW-ORIGEN
                       ADD 1 TO Cantidad-Pagos
               END-EVALUATE
               PERFORM LIBERAR-MOVIMIENTO
           END-IF.

       LIBERAR-SUSPENSO.
           IF (SH-DISPOSICION = "C" OR SH-DISPOSICION = "M")
               AND SH-CUENTA-ID NOT = SPACES
               COMPUTE Momento-Movimiento = SH-FECHA * 1000000
                   + SH-HORA / 100
               MOVE ZEROS TO Momento-Cruce
               IF SH-REGISTRO-NRO > 0
                   AND SH-REGISTRO-NRO <= SUSPENSOS-COUNT
                   SET SF-IDX TO SH-REGISTRO-NRO
                   COMPUTE Momento-Cruce = SF-FECHA(SF-IDX) * 1000000
               END-IF
               IF Momento-Movimiento > Momento-Respaldo
                   AND Momento-Movimiento <= Momento-Hasta
                   AND Momento-Cruce <= Momento-Respaldo
                   AND Peajes-Por-Posicion = "N"
                   MOVE SH-CUENTA-ID TO SW-CUENTA-ID
                   MOVE "C" TO SW-TIPO
                   MOVE SH-MONTO TO SW-MONTO
                   MOVE "SUSPENSO" TO SW-ORIGEN
                   ADD 1 TO Cantidad-Suspensos
                   PERFORM LIBERAR-MOVIMIENTO
               END-IF
           END-IF.

       LIBERAR-FINIQUITO.
           COMPUTE Momento-Movimiento = FQ-FECHA-SOLICITUD * 1000000
               + 235959.
           IF Momento-Movimiento > Momento-Respaldo
               AND Momento-Movimiento <= Momento-Hasta
               MOVE FQ-CUENTA-ID TO SW-CUENTA-ID
               MOVE "T" TO SW-TIPO
               MOVE ZEROS TO SW-MONTO
               MOVE "FINIQUITO" TO SW-ORIGEN
               ADD 1 TO Cantidad-Finiquitos
               PERFORM LIBERAR-MOVIMIENTO
           END-IF.
           IF FQ-ESTADO = "L"
               COMPUTE Momento-Movimiento = FQ-FECHA-LIQUIDA * 1000000
                   + 235959
               IF Momento-Movimiento > Momento-Respaldo
                   AND Momento-Movimiento <= Momento-Hasta
                   MOVE FQ-CUENTA-ID TO SW-CUENTA-ID
                   IF FQ-DEUDA > 0
                       MOVE "D" TO SW-TIPO
                   ELSE
                       MOVE "F" TO SW-TIPO
                   END-IF
                   MOVE FQ-REEMBOLSO TO SW-MONTO
                   MOVE "FINIQUITO" TO SW-ORIGEN
                   ADD 1 TO Cantidad-Finiquitos
                   PERFORM LIBERAR-MOVIMIENTO
               END-IF
           END-IF.

       LIBERAR-MOVIMIENTO.
           ADD 1 TO Secuencia-Movimiento.
           MOVE Momento-Movimiento TO SW-MOMENTO.
           MOVE Secuencia-Movimiento TO SW-SECUENCIA.
           RELEASE MOVIMIENTO-WORK-RECORD.

       APLICAR-MOVIMIENTOS.
           MOVE ZEROS TO Cantidad-Aplicados.
           MOVE "N" TO Fin-Archivo.
           PERFORM UNTIL Fin-Archivo = "Y"
               RETURN MOVIMIENTOS-WORK-FILE
                   AT END
                       MOVE "Y" TO Fin-Archivo
                   NOT AT END
                       PERFORM APLICAR-MOVIMIENTO
               END-RETURN
           END-PERFORM.
           MOVE "N" TO Fin-Archivo.

       APLICAR-MOVIMIENTO.
           MOVE SW-CUENTA-ID TO Cuenta-Buscada.
           PERFORM UBICAR-CUENTA.
           IF Cuenta-Encontrada = "N"
               IF CUENTAS-COUNT < 500
                   PERFORM AGREGAR-CUENTA
                   MOVE "Y" TO Cuenta-Encontrada
               ELSE
                   MOVE "Y" TO Tabla-Desbordada
               END-IF
           END-IF.
           IF Cuenta-Encontrada = "Y"
               ADD 1 TO Cantidad-Aplicados
               ADD 1 TO RA-MOVIMIENTOS(RA-IDX)
               EVALUATE SW-TIPO
                   WHEN "C"
                       ADD SW-MONTO TO RA-CARGOS(RA-IDX)
                       IF RA-TIPO-CUENTA(RA-IDX) = "P"
                           SUBTRACT SW-MONTO FROM RA-SALDO(RA-IDX)
                           PERFORM REVISAR-SALDO-PREPAGO
                       ELSE
                           ADD SW-MONTO TO RA-SALDO(RA-IDX)
                       END-IF
                   WHEN "P"
                       ADD SW-MONTO TO RA-ABONOS(RA-IDX)
                       IF RA-TIPO-CUENTA(RA-IDX) = "P"
                           ADD SW-MONTO TO RA-SALDO(RA-IDX)
                           PERFORM REVISAR-SALDO-PREPAGO
                       ELSE
                           SUBTRACT SW-MONTO FROM RA-SALDO(RA-IDX)
                       END-IF
                       IF RA-ESTADO-CUENTA(RA-IDX) = "D"
                           AND RA-SALDO(RA-IDX) = 0
                           MOVE "F" TO RA-ESTADO-CUENTA(RA-IDX)
                       END-IF
                   WHEN "T"
                       MOVE "T" TO RA-ESTADO-CUENTA(RA-IDX)
                   WHEN "F"
                       IF SW-MONTO > 0
                           MOVE ZEROS TO RA-SALDO(RA-IDX)
                       END-IF
                       MOVE "F" TO RA-ESTADO-CUENTA(RA-IDX)
                       MOVE "N" TO RA-ALERTA-SALDO(RA-IDX)
                   WHEN "D"
                       MOVE "D" TO RA-ESTADO-CUENTA(RA-IDX)
                       MOVE "N" TO RA-ALERTA-SALDO(RA-IDX)
               END-EVALUATE
           END-IF.

       REVISAR-SALDO-PREPAGO.
           IF RA-ESTADO-CUENTA(RA-IDX) NOT = "T"
               AND RA-ESTADO-CUENTA(RA-IDX) NOT = "F"
               AND RA-ESTADO-CUENTA(RA-IDX) NOT = "D"
               IF RA-SALDO(RA-IDX) >= 0
                   MOVE "A" TO RA-ESTADO-CUENTA(RA-IDX)
               ELSE
                   MOVE "B" TO RA-ESTADO-CUENTA(RA-IDX)
               END-IF
           END-IF.
           IF RA-SALDO(RA-IDX) >= RA-UMBRAL-MINIMO(RA-IDX)
               MOVE "N" TO RA-ALERTA-SALDO(RA-IDX)
           ELSE
               MOVE "Y" TO RA-ALERTA-SALDO(RA-IDX)
           END-IF.

       ESCRIBIR-RECUPERADO.
           MOVE ZEROS TO Total-Reconstruido.
           OPEN OUTPUT RECUPERADO-FILE.
           PERFORM VARYING RA-IDX FROM 1 BY 1
               UNTIL RA-IDX > CUENTAS-COUNT
               MOVE Fecha-Hasta TO RC-FECHA-RESPALDO
               MOVE Hora-Hasta TO RC-HORA-RESPALDO
               MOVE RA-CUENTA-ID(RA-IDX) TO RC-CUENTA-ID
               MOVE RA-PATENTE(RA-IDX) TO RC-PATENTE
               MOVE RA-SALDO(RA-IDX) TO RC-SALDO
               MOVE RA-TIPO-CUENTA(RA-IDX) TO RC-TIPO-CUENTA
               MOVE RA-UMBRAL-MINIMO(RA-IDX) TO RC-UMBRAL-MINIMO
               MOVE RA-ALERTA-SALDO(RA-IDX) TO RC-ALERTA-SALDO
               MOVE RA-ESTADO-CUENTA(RA-IDX) TO RC-ESTADO-CUENTA
               MOVE SPACES TO RC-REGISTROS-LOGS
               MOVE SPACES TO RECUPERADO-RECORD
               MOVE RESPALDO-CUENTA-RECORD TO RECUPERADO-RECORD
               WRITE RECUPERADO-RECORD
               ADD RA-SALDO(RA-IDX) TO Total-Reconstruido
           END-PERFORM.
           CLOSE RECUPERADO-FILE.

       ESCRIBIR-REPORTE.
           MOVE ZEROS TO Cantidad-Diferencias.
           OPEN OUTPUT RECUPERACION-FILE.
           MOVE SPACES TO RECUPERACION-LINEA.
           STRING "RECUPERACION DE CUENTASTAG.DAT - RESPALDO "
               Fecha-Respaldo " " Hora-Respaldo
               " - REPLICADO HASTA " Fecha-Hasta " " Hora-Hasta
               DELIMITED BY SIZE INTO RECUPERACION-LINEA.
           WRITE RECUPERACION-LINEA.
           MOVE SPACES TO RECUPERACION-LINEA.
           STRING "MOVIMIENTOS: CRUCES " Cantidad-Cruces
               " INTEROP " Cantidad-Interop
               " INTERESES " Cantidad-Intereses
               " SUSPENSOS " Cantidad-Suspensos
               DELIMITED BY SIZE INTO RECUPERACION-LINEA.
           WRITE RECUPERACION-LINEA.
           MOVE SPACES TO RECUPERACION-LINEA.
           STRING "             PAGOS " Cantidad-Pagos
               " AJUSTES " Cantidad-Ajustes
               " PAC " Cantidad-Pac
               " REVERSOS " Cantidad-Reversos
               " FINIQUITOS " Cantidad-Finiquitos
               DELIMITED BY SIZE INTO RECUPERACION-LINEA.
           WRITE RECUPERACION-LINEA.
           MOVE SPACES TO RECUPERACION-LINEA.
           WRITE RECUPERACION-LINEA.
           MOVE SPACES TO RECUPERACION-LINEA.
           STRING "CUENTA T SALDO RESPALDO        CARGOS        ABONOS"
               "   RECONSTRUIDO  SALDO ACTUAL    DIFERENCIA AL ES MOVS"
               "  OBSERVACION"
               DELIMITED BY SIZE INTO RECUPERACION-LINEA.
           WRITE RECUPERACION-LINEA.
           DISPLAY "\n\n------ RECUPERACION DE CUENTAS TAG ------".
           PERFORM VARYING RA-IDX FROM 1 BY 1
               UNTIL RA-IDX > CUENTAS-COUNT
               PERFORM ESCRIBIR-CUENTA-REPORTE
           END-PERFORM.
           MOVE Total-Respaldo TO Monto-Desp-1.
           MOVE Total-Reconstruido TO Monto-Desp-2.
           MOVE SPACES TO RECUPERACION-LINEA.
           STRING "TOTAL CUENTAS " CUENTAS-COUNT
               " SALDO RESPALDO " Monto-Desp-1
               " SALDO RECONSTRUIDO " Monto-Desp-2
               " NUEVAS " Cantidad-Nuevas
               " CON DIFERENCIA " Cantidad-Diferencias
               DELIMITED BY SIZE INTO RECUPERACION-LINEA.
           WRITE RECUPERACION-LINEA.
           CLOSE RECUPERACION-FILE.
           DISPLAY "Movimientos replicados: " Cantidad-Aplicados.
           DISPLAY "Cuentas: " CUENTAS-COUNT " nuevas: "
               Cantidad-Nuevas " con diferencia contra el actual: "
               Cantidad-Diferencias.
           DISPLAY "Detalle en RECUPERACION.RPT; imagen "
               "reconstruida en CUENTASRECUP.DAT".

       ESCRIBIR-CUENTA-REPORTE.
           MOVE SPACES TO Observacion.
           MOVE SPACES TO Actual-Desp.
           MOVE SPACES TO Diferencia-Desp.
           IF RA-EN-ACTUAL(RA-IDX) = "Y"
               MOVE RA-SALDO-ACTUAL(RA-IDX) TO Monto-Desp-5
               MOVE Monto-Desp-5 TO Actual-Desp
               COMPUTE Diferencia =
                   RA-SALDO(RA-IDX) - RA-SALDO-ACTUAL(RA-IDX)
               MOVE Diferencia TO Monto-Desp-5
               MOVE Monto-Desp-5 TO Diferencia-Desp
               IF Diferencia NOT = 0
                   ADD 1 TO Cantidad-Diferencias
                   MOVE "DIFIERE DEL ACTUAL" TO Observacion
               END-IF
           ELSE
               MOVE "    SIN DATO" TO Actual-Desp
               IF Actual-Disponible = "Y"
                   MOVE "NO ESTA EN EL ACTUAL" TO Observacion
               END-IF
           END-IF.
           EVALUATE RA-ORIGEN(RA-IDX)
               WHEN "N"
                   MOVE "NUEVA, REVISAR MAESTRO" TO Observacion
               WHEN "A"
                   MOVE "SOLO EN ACTUAL, REVISAR" TO Observacion
           END-EVALUATE.
           MOVE RA-SALDO-RESPALDO(RA-IDX) TO Monto-Desp-1.
           MOVE RA-CARGOS(RA-IDX) TO Monto-Desp-2.
           MOVE RA-ABONOS(RA-IDX) TO Monto-Desp-3.
           MOVE RA-SALDO(RA-IDX) TO Monto-Desp-4.
           MOVE SPACES TO RECUPERACION-LINEA.
           STRING RA-CUENTA-ID(RA-IDX) " " RA-TIPO-CUENTA(RA-IDX) " "
               Monto-Desp-1 " " Monto-Desp-2 " " Monto-Desp-3 " "
               Monto-Desp-4 " " Actual-Desp " " Diferencia-Desp " "
               RA-ALERTA-SALDO(RA-IDX) "  " RA-ESTADO-CUENTA(RA-IDX)
               "  " RA-MOVIMIENTOS(RA-IDX) " " Observacion
               DELIMITED BY SIZE INTO RECUPERACION-LINEA.
           WRITE RECUPERACION-LINEA.

       CONFIRMAR-REEMPLAZO.
           MOVE "N" TO Archivo-Reemplazado.
           IF Rol-Operador NOT = "S"
               DISPLAY "Reemplazar CUENTASTAG.DAT y su sello "
                   "requiere rol de supervisor; revise el reporte."
           ELSE
               DISPLAY "Se reemplazara CUENTASTAG.DAT con "
                   CUENTAS-COUNT " cuentas reconstruidas."
               DISPLAY "Escriba RECUPERAR para confirmar: "
               ACCEPT Confirmacion
               IF Confirmacion = "RECUPERAR"
                   PERFORM GRABAR-CUENTAS-TAG
                   PERFORM RENOVAR-SELLO
                   MOVE "Y" TO Archivo-Reemplazado
                   DISPLAY "CUENTASTAG.DAT reemplazado: "
                       Cantidad-Grabadas " cuentas."
               ELSE
                   DISPLAY "Reemplazo cancelado; CUENTASTAG.DAT "
                       "sin cambios."
               END-IF
           END-IF.

       GRABAR-CUENTAS-TAG.
           MOVE ZEROS TO Cantidad-Grabadas.
           OPEN OUTPUT CUENTAS-TAG-FILE.
           PERFORM VARYING RA-IDX FROM 1 BY 1
               UNTIL RA-IDX > CUENTAS-COUNT
               MOVE RA-CUENTA-ID(RA-IDX) TO CT-CUENTA-ID
               MOVE RA-PATENTE(RA-IDX) TO CT-PATENTE
               MOVE RA-SALDO(RA-IDX) TO CT-SALDO
               MOVE RA-TIPO-CUENTA(RA-IDX) TO CT-TIPO-CUENTA
               MOVE RA-UMBRAL-MINIMO(RA-IDX) TO CT-UMBRAL-MINIMO
               MOVE RA-ALERTA-SALDO(RA-IDX) TO CT-ALERTA-SALDO
               MOVE RA-ESTADO-CUENTA(RA-IDX) TO CT-ESTADO-CUENTA
               WRITE CUENTA-TAG-RECORD
                   INVALID KEY
                       DISPLAY "Cuenta duplicada " CT-CUENTA-ID
                           " no grabada."
                   NOT INVALID KEY
                       ADD 1 TO Cantidad-Grabadas
               END-WRITE
           END-PERFORM.
           CLOSE CUENTAS-TAG-FILE.

       RENOVAR-SELLO.
           ACCEPT WS-Fecha-Sistema FROM DATE YYYYMMDD.
           ACCEPT WS-Hora-Sistema FROM TIME.
           MOVE "N" TO Sello-Encontrado.
           MOVE "N" TO Fin-Sello.
           OPEN INPUT CONTROLES-FILE.
           IF WS-Controles-Status NOT = "00"
               DISPLAY "No hay CONTROLES.DAT; selle los archivos "
                   "con SELLA-ARCHIVOS."
           ELSE
               OPEN OUTPUT CONTROLES-TMP-FILE
               PERFORM UNTIL Fin-Sello = "Y"
                   READ CONTROLES-FILE
                       AT END
                           MOVE "Y" TO Fin-Sello
                       NOT AT END
                           IF CF-ARCHIVO = "CUENTASTAG.DAT"
                               MOVE "Y" TO Sello-Encontrado
                               PERFORM LLENAR-SELLO-CUENTAS
                           END-IF
                           MOVE SPACES TO CONTROL-TMP-RECORD
                           MOVE CONTROL-ARCHIVO-RECORD
                               TO CONTROL-TMP-RECORD
                           WRITE CONTROL-TMP-RECORD
                   END-READ
               END-PERFORM
               IF Sello-Encontrado = "N"
                   MOVE "CUENTASTAG.DAT" TO CF-ARCHIVO
                   PERFORM LLENAR-SELLO-CUENTAS
                   MOVE SPACES TO CONTROL-TMP-RECORD
                   MOVE CONTROL-ARCHIVO-RECORD TO CONTROL-TMP-RECORD
                   WRITE CONTROL-TMP-RECORD
               END-IF
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
               DISPLAY "Sello de CUENTASTAG.DAT renovado en "
                   "CONTROLES.DAT."
           END-IF.
           MOVE "N" TO Fin-Sello.

       LLENAR-SELLO-CUENTAS.
           MOVE Cantidad-Grabadas TO CF-REGISTROS.
           MOVE Total-Reconstruido TO CF-HASH-MONTO.
           MOVE WS-Fecha-Sistema TO CF-FECHA.
           MOVE WS-Hora-Sistema TO CF-HORA.

       REGISTRAR-AUDITORIA.
           ACCEPT WS-Fecha-Sistema FROM DATE YYYYMMDD.
           ACCEPT WS-Hora-Sistema FROM TIME.
           OPEN EXTEND AUDITORIA-FILE.
           IF WS-Auditoria-Status = "35"
               OPEN OUTPUT AUDITORIA-FILE
               CLOSE AUDITORIA-FILE
               OPEN EXTEND AUDITORIA-FILE
           END-IF.
           MOVE "RECUPERA-CUENTAS" TO AU-PROGRAMA.
           MOVE WS-Fecha-Sistema TO AU-FECHA.
           MOVE WS-Hora-Sistema TO AU-HORA.
           MOVE Operador TO AU-OPERADOR.
           MOVE Audit-Entrada TO AU-ENTRADA.
           MOVE Audit-Salida TO AU-SALIDA.
           WRITE AUDITORIA-RECORD.
           CLOSE AUDITORIA-FILE.
