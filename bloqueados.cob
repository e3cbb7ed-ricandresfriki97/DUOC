           SELECT AUDITORIA-FILE ASSIGN TO "AUDITORIA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Auditoria-Status.
           SELECT VEHICULOS-FILE ASSIGN TO "VEHICULOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VH-PATENTE
               FILE STATUS IS WS-Vehiculos-Status.
           SELECT PEAJE-LOG-FILE ASSIGN TO "PEAJELOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Peajelog-Status.

       DATA DIVISION.
       FILE SECTION.
           COPY BLOQUEADO.
       FD  AUDITORIA-FILE.
           COPY AUDITORIAF.
       FD  VEHICULOS-FILE.
           COPY VEHICULO.
       FD  PEAJE-LOG-FILE.
           COPY PEAJELOG.

       WORKING-STORAGE SECTION.
       01 Fin-Archivo    PIC X VALUE "N".
       01 Operador           PIC X(10) VALUE SPACES.
       01 Audit-Entrada      PIC X(40) VALUE SPACES.
       01 Audit-Salida       PIC X(40) VALUE SPACES.
       01 WS-Vehiculos-Status PIC XX VALUE "00".
       01 WS-Peajelog-Status  PIC XX VALUE "00".
       01 TOPES-TABLE.
           05 TOPE-ENTRY OCCURS 500 TIMES INDEXED BY TP-IDX.
               10 TP-PATENTE        PIC X(8).
               10 TP-CUENTA-ID      PIC X(6).
               10 TP-TOPE           PIC 9(7).
               10 TP-CONSUMO        PIC 9(9).
       01 TOPES-COUNT        PIC 9(4) VALUE 0.
       01 Tabla-Desbordada   PIC X VALUE "N".
       01 Periodo-Actual     PIC 9(6) VALUE 0.
       01 Cantidad-Topes     PIC 9(5) VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
               END-PERFORM
               CLOSE CUENTAS-TAG-FILE
           END-IF.
           PERFORM CARGAR-TOPES-FLOTA.
           PERFORM ACUMULAR-CONSUMO-MES.
           PERFORM EVALUAR-TOPES-FLOTA.
           CLOSE BLOQUEADOS-FILE.
           DISPLAY "Extracto generado: BLOQUEADOS.DAT, cuentas: "
               Cantidad-Bloqueadas.
           DISPLAY "Vehiculos de flota sobre tope mensual: "
               Cantidad-Topes.
           STRING "EXTRACTO BLOQUEADOS FECHA=" WS-Fecha-Sistema
               DELIMITED BY SIZE INTO Audit-Entrada.
           STRING "CUENTAS=" Cantidad-Bloqueadas
               " TOPES=" Cantidad-Topes
               DELIMITED BY SIZE INTO Audit-Salida.
           PERFORM REGISTRAR-AUDITORIA.
           STOP RUN.

       EVALUAR-CUENTA.
           MOVE SPACES TO Motivo-Bloqueo.
           IF CT-ESTADO-CUENTA = "F"
               MOVE "FINIQUITO" TO Motivo-Bloqueo
           END-IF.
           IF CT-ESTADO-CUENTA = "D"
               MOVE "FINIQ-DEUD" TO Motivo-Bloqueo
           END-IF.
           IF CT-ESTADO-CUENTA = "T"
               MOVE "EN-CIERRE" TO Motivo-Bloqueo
           END-IF.
           IF CT-ESTADO-CUENTA = "B"
               MOVE "BLOQUEADA" TO Motivo-Bloqueo
           END-IF.
           IF Motivo-Bloqueo = SPACES
               IF CT-TIPO-CUENTA = "P" AND CT-SALDO <= 0
                   MOVE "SIN-SALDO" TO Motivo-Bloqueo
               ELSE
               ADD 1 TO Cantidad-Bloqueadas
           END-IF.

       CARGAR-TOPES-FLOTA.
           MOVE ZEROS TO TOPES-COUNT.
           MOVE "N" TO Tabla-Desbordada.
           MOVE "N" TO Fin-Archivo.
           OPEN INPUT VEHICULOS-FILE.
           IF WS-Vehiculos-Status = "00"
               PERFORM UNTIL Fin-Archivo = "Y"
                   READ VEHICULOS-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO Fin-Archivo
                       NOT AT END
                           IF VH-TOPE-MENSUAL > 0
                               AND VH-ESTADO = "A"
                               IF TOPES-COUNT < 500
                                   ADD 1 TO TOPES-COUNT
                                   SET TP-IDX TO TOPES-COUNT
                                   MOVE VH-PATENTE
                                       TO TP-PATENTE(TP-IDX)
                                   MOVE VH-CUENTA-ID
                                       TO TP-CUENTA-ID(TP-IDX)
                                   MOVE VH-TOPE-MENSUAL
                                       TO TP-TOPE(TP-IDX)
                                   MOVE ZEROS TO TP-CONSUMO(TP-IDX)
                               ELSE
                                   MOVE "Y" TO Tabla-Desbordada
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VEHICULOS-FILE
           END-IF.
           IF Tabla-Desbordada = "Y"
               DISPLAY "ATENCION: mas de 500 topes de flota; los "
                   "vehiculos restantes no se bloquean por tope."
           END-IF.
           MOVE "N" TO Fin-Archivo.

       ACUMULAR-CONSUMO-MES.
           MOVE WS-Fecha-Sistema(1:6) TO Periodo-Actual.
           MOVE "N" TO Fin-Archivo.
           IF TOPES-COUNT > 0
               OPEN INPUT PEAJE-LOG-FILE
               IF WS-Peajelog-Status = "00"
                   PERFORM UNTIL Fin-Archivo = "Y"
                       READ PEAJE-LOG-FILE
                           AT END
                               MOVE "Y" TO Fin-Archivo
                           NOT AT END
                               IF PL-TIPO-PAGO = "TAG"
                                   AND PL-FECHA(1:6) = Periodo-Actual
                                   PERFORM SUMAR-CONSUMO-PATENTE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE PEAJE-LOG-FILE
               END-IF
           END-IF.
           MOVE "N" TO Fin-Archivo.

       SUMAR-CONSUMO-PATENTE.
           PERFORM VARYING TP-IDX FROM 1 BY 1
               UNTIL TP-IDX > TOPES-COUNT
               IF TP-PATENTE(TP-IDX) = PL-PATENTE
                   ADD PL-TOTAL TO TP-CONSUMO(TP-IDX)
                   MOVE TOPES-COUNT TO TP-IDX
               END-IF
           END-PERFORM.

       EVALUAR-TOPES-FLOTA.
           MOVE ZEROS TO Cantidad-Topes.
           PERFORM VARYING TP-IDX FROM 1 BY 1
               UNTIL TP-IDX > TOPES-COUNT
               IF TP-CONSUMO(TP-IDX) > TP-TOPE(TP-IDX)
                   MOVE TP-CUENTA-ID(TP-IDX) TO BQ-CUENTA-ID
                   MOVE TP-PATENTE(TP-IDX) TO BQ-PATENTE
                   MOVE TP-CONSUMO(TP-IDX) TO BQ-SALDO
                   MOVE "TOPE-FLOTA" TO BQ-MOTIVO
                   MOVE WS-Fecha-Sistema TO BQ-FECHA
                   WRITE BLOQUEADO-RECORD
                   ADD 1 TO Cantidad-Topes
               END-IF
           END-PERFORM.

       REGISTRAR-AUDITORIA.
           ACCEPT WS-Hora-Sistema FROM TIME.
           OPEN EXTEND AUDITORIA-FILE.
