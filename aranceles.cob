           SELECT RECHAZOS-FILE ASSIGN TO "RECHAZOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Rechazos-Status.
           SELECT BECAS-FILE ASSIGN TO "BECAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Becas-Status.
           SELECT BECAS-RPT-FILE ASSIGN TO "BECAS.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Becasrpt-Status.
           SELECT TRANSCRIPT-FILE ASSIGN TO "TRANSCRIPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Transcript-Status.
           SELECT ASISTENCIA-FILE ASSIGN TO "ASISTXN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Asistencia-Status.
           SELECT CONVENIOS-FILE ASSIGN TO "CONVENIOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Convenios-Status.
           SELECT CONVENIOS-TMP-FILE ASSIGN TO "CONVTMP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Convtmp-Status.

       DATA DIVISION.
       FILE SECTION.
           COPY AUDITORIAF.
       FD  RECHAZOS-FILE.
           COPY RECHAZOF.
       FD  BECAS-FILE.
           COPY BECA.
       FD  BECAS-RPT-FILE.
       01  BECAS-LINEA PIC X(100).
       FD  TRANSCRIPT-FILE.
           COPY TRANSCRIPTF.
       FD  ASISTENCIA-FILE.
           COPY ASISTXNF.
       FD  CONVENIOS-FILE.
           COPY CONVENIO.
       FD  CONVENIOS-TMP-FILE.
       01  CONVENIO-TMP-RECORD PIC X(1192).

       WORKING-STORAGE SECTION.
       01 Modo-Operacion  PIC X VALUE "F".
       01 WS-Operadores-Status PIC XX VALUE "00".
       01 WS-Auditoria-Status  PIC XX VALUE "00".
       01 WS-Rechazos-Status   PIC XX VALUE "00".
       01 BECAS-TABLE.
           05 BECA-ENTRY OCCURS 300 TIMES INDEXED BY BT-IDX.
               10 BT-ALUMNO-ID      PIC X(10).
               10 BT-SEMESTRE       PIC X(6).
               10 BT-TIPO           PIC X.
               10 BT-PORCENTAJE     PIC 9(3)V99.
               10 BT-MONTO          PIC 9(9).
               10 BT-TOPE           PIC 9(9).
               10 BT-FUENTE         PIC X(10).
               10 BT-PROMEDIO-MIN   PIC 9(3)V99.
               10 BT-ASISTENCIA-MIN PIC 9(3).
               10 BT-ESTADO         PIC X.
               10 BT-APLICADO       PIC 9(9).
               10 BT-FECHA-RETIRO   PIC 9(8).
               10 BT-MOTIVO-RETIRO  PIC X(10).
               10 BT-CURSOS         PIC 9(3).
               10 BT-SUMA-PROMEDIOS PIC S9(7)V99.
               10 BT-SESIONES       PIC 9(5).
               10 BT-PRESENTES      PIC 9(5).
       01 BECAS-COUNT     PIC 9(4) VALUE 0.
       01 Becas-Desbordadas PIC X VALUE "N".
       01 FUENTES-TABLE.
           05 FUENTE-ENTRY OCCURS 30 TIMES INDEXED BY FT-IDX.
               10 FT-FUENTE         PIC X(10).
               10 FT-BECADOS        PIC 9(5).
               10 FT-RETIRADOS      PIC 9(5).
               10 FT-MOVIMIENTOS    PIC 9(5).
               10 FT-MONTO          PIC 9(11).
       01 FUENTES-COUNT   PIC 9(4) VALUE 0.
       01 Fuente-Buscada  PIC X(10) VALUE SPACES.
       01 Fuente-Encontrada PIC X VALUE "N".
       01 Beca-Encontrada PIC X VALUE "N".
       01 Tipo-Beca       PIC X VALUE "P".
       01 Porcentaje-Beca PIC 9(3)V99 VALUE 0.
       01 Monto-Beca      PIC 9(9) VALUE 0.
       01 Tope-Beca       PIC 9(9) VALUE 0.
       01 Fuente-Beca     PIC X(10) VALUE SPACES.
       01 Promedio-Minimo PIC 9(3)V99 VALUE 0.
       01 Asistencia-Minima PIC 9(3) VALUE 0.
       01 Monto-Descuento PIC 9(9) VALUE 0.
       01 Disponible-Beca PIC 9(9) VALUE 0.
       01 Monto-Neto      PIC 9(9) VALUE 0.
       01 Promedio-Alumno PIC S9(5)V99 VALUE 0.
       01 Asistencia-Pct  PIC 9(3) VALUE 0.
       01 Cantidad-Descuentos PIC 9(5) VALUE 0.
       01 Cantidad-Retiradas PIC 9(5) VALUE 0.
       01 Total-Descuentos PIC 9(11) VALUE 0.
       01 Total-Bruto     PIC 9(11) VALUE 0.
       01 WS-Becas-Status      PIC XX VALUE "00".
       01 WS-Becasrpt-Status   PIC XX VALUE "00".
       01 WS-Transcript-Status PIC XX VALUE "00".
       01 WS-Asistencia-Status PIC XX VALUE "00".
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
       01 WS-Rechazo-Motivo PIC X(40) VALUE SPACES.
       01 Rol-Operador        PIC X VALUE "S".
       01 Operador-Valido     PIC X VALUE "N".
           END-IF.
           DISPLAY "Modo (T = Tabla de aranceles, ".
           DISPLAY "  F = Facturar semestre, P = Registrar pago, ".
           DISPLAY "  M = Extraer morosos, B = Mantener becas, ".
           DISPLAY "  D = Reporte de descuentos por fuente): ".
           ACCEPT Modo-Operacion.
           PERFORM CARGAR-ARANCELES.
           EVALUATE Modo-Operacion
               WHEN "M"
               WHEN "m"
                   PERFORM EXTRAER-MOROSOS
               WHEN "B"
               WHEN "b"
                   PERFORM EXIGIR-SUPERVISOR
                   IF Rol-Operador = "S"
                       PERFORM MANTENER-BECA
                   END-IF
               WHEN "D"
               WHEN "d"
                   PERFORM REPORTE-DESCUENTOS
               WHEN OTHER
                   PERFORM FACTURAR-SEMESTRE
           END-EVALUATE.
           END-IF.
           MOVE "N" TO Fin-Archivo.

       EXIGIR-SUPERVISOR.
           IF Rol-Operador NOT = "S"
               DISPLAY "Las becas requieren rol de supervisor."
               MOVE "BECA SIN ROL SUPERVISOR" TO WS-Rechazo-Motivo
               PERFORM REGISTRAR-RECHAZO
               MOVE "BECA RECHAZADA" TO Audit-Entrada
               MOVE "SIN ROL SUPERVISOR" TO Audit-Salida
           END-IF.

       REGISTRAR-AUDITORIA.
           ACCEPT WS-Fecha-Sistema FROM DATE YYYYMMDD.
           ACCEPT WS-Hora-Sistema FROM TIME.
           ACCEPT WS-Fecha-Sistema FROM DATE YYYYMMDD.
           MOVE ZEROS TO Cantidad-Cargos.
           MOVE ZEROS TO Total-Facturado.
           MOVE ZEROS TO Cantidad-Descuentos.
           MOVE ZEROS TO Total-Descuentos.
           PERFORM CARGAR-BECAS.
           IF Becas-Desbordadas = "Y"
               DISPLAY "No se factura el semestre: BECAS.DAT "
                   "excede la tabla de becas."
           ELSE
               PERFORM REVISAR-RENOVACION-BECAS
               MOVE "N" TO Fin-Archivo
               OPEN INPUT MATRICULAS-FILE
               IF WS-Matriculas-Status NOT = "00"
                   DISPLAY "No se pudo abrir MATRICULAS.DAT."
               ELSE
                   PERFORM UNTIL Fin-Archivo = "Y"
                       READ MATRICULAS-FILE
                           AT END
                               MOVE "Y" TO Fin-Archivo
                           NOT AT END
                               IF MA-SEMESTRE = Semestre
                                   AND MA-ESTADO = "A"
                                   PERFORM FACTURAR-MATRICULA
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE MATRICULAS-FILE
                   DISPLAY "Cargos de arancel emitidos: "
                       Cantidad-Cargos " por $" Total-Facturado
                   DISPLAY "Descuentos y becas aplicados: "
                       Cantidad-Descuentos " por $" Total-Descuentos
                   DISPLAY "Becas retiradas por renovacion: "
                       Cantidad-Retiradas
                   DISPLAY "Avisos en ARANCELES.RPT"
               END-IF
           END-IF.
           MOVE "N" TO Fin-Archivo.
           PERFORM GRABAR-BECAS.
           MOVE SPACES TO Audit-Entrada.
           STRING "FACTURA ARANCEL SEM=" Semestre
               DELIMITED BY SIZE INTO Audit-Entrada.
                       " no facturado."
               ELSE
                   PERFORM ESCRIBIR-CARGO-ALU
                   PERFORM CALCULAR-DESCUENTO
                   IF Monto-Descuento > 0
                       PERFORM ESCRIBIR-DESCUENTO-ALU
                       ADD 1 TO Cantidad-Descuentos
                       ADD Monto-Descuento TO Total-Descuentos
                   END-IF
                   PERFORM IMPRIMIR-AVISO
                   ADD 1 TO Cantidad-Cargos
                   ADD Monto-Arancel TO Total-Facturado
               " MONTO $" Monto-Arancel
               DELIMITED BY SIZE INTO ARANCEL-LINEA.
           WRITE ARANCEL-LINEA.
           IF Monto-Descuento > 0
               COMPUTE Monto-Neto = Monto-Arancel - Monto-Descuento
               MOVE SPACES TO ARANCEL-LINEA
               STRING "  DESCUENTO " BT-FUENTE(BT-IDX)
                   " $" Monto-Descuento
                   " NETO A PAGAR $" Monto-Neto
                   DELIMITED BY SIZE INTO ARANCEL-LINEA
               WRITE ARANCEL-LINEA
           END-IF.
           CLOSE ARANCEL-RPT-FILE.

       REGISTRAR-PAGO.
               PERFORM CALCULAR-SALDO-ALUMNO
               DISPLAY "Pago registrado. Saldo del alumno "
                   Alumno-ID ": $" Saldo-Alumno
               MOVE Alumno-ID TO Convenio-Cuenta
               MOVE "A" TO Convenio-Linea
               MOVE Monto-Pago TO Monto-Convenio
               PERFORM APLICAR-PAGO-CONVENIO
           END-IF.
           MOVE SPACES TO Audit-Entrada.
           STRING "PAGO ARANCEL ALUMNO=" Alumno-ID
                   MOVE GA-MONTO TO SB-PAGOS(SB-IDX)
               END-IF
           END-IF.

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

       CARGAR-BECAS.
           MOVE ZEROS TO BECAS-COUNT.
           MOVE "N" TO Becas-Desbordadas.
           MOVE "N" TO Fin-Archivo.
           OPEN INPUT BECAS-FILE.
           IF WS-Becas-Status = "00"
               PERFORM UNTIL Fin-Archivo = "Y"
                   READ BECAS-FILE
                       AT END
                           MOVE "Y" TO Fin-Archivo
                       NOT AT END
                           IF BECAS-COUNT < 300
                               ADD 1 TO BECAS-COUNT
                               SET BT-IDX TO BECAS-COUNT
                               PERFORM CARGAR-ENTRADA-BECA
                           ELSE
                               MOVE "Y" TO Becas-Desbordadas
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BECAS-FILE
           END-IF.
           MOVE "N" TO Fin-Archivo.
           IF Becas-Desbordadas = "Y"
               DISPLAY "ATENCION: mas de 300 becas en BECAS.DAT; "
                   "no se modifica BECAS.DAT."
           END-IF.

       CARGAR-ENTRADA-BECA.
           MOVE BC-ALUMNO-ID TO BT-ALUMNO-ID(BT-IDX).
           MOVE BC-SEMESTRE TO BT-SEMESTRE(BT-IDX).
           MOVE BC-TIPO TO BT-TIPO(BT-IDX).
           MOVE BC-PORCENTAJE TO BT-PORCENTAJE(BT-IDX).
           MOVE BC-MONTO TO BT-MONTO(BT-IDX).
           MOVE BC-TOPE TO BT-TOPE(BT-IDX).
           MOVE BC-FUENTE TO BT-FUENTE(BT-IDX).
           MOVE BC-PROMEDIO-MIN TO BT-PROMEDIO-MIN(BT-IDX).
           MOVE BC-ASISTENCIA-MIN TO BT-ASISTENCIA-MIN(BT-IDX).
           MOVE BC-ESTADO TO BT-ESTADO(BT-IDX).
           MOVE BC-APLICADO TO BT-APLICADO(BT-IDX).
           MOVE BC-FECHA-RETIRO TO BT-FECHA-RETIRO(BT-IDX).
           MOVE BC-MOTIVO-RETIRO TO BT-MOTIVO-RETIRO(BT-IDX).
           MOVE ZEROS TO BT-CURSOS(BT-IDX).
           MOVE ZEROS TO BT-SUMA-PROMEDIOS(BT-IDX).
           MOVE ZEROS TO BT-SESIONES(BT-IDX).
           MOVE ZEROS TO BT-PRESENTES(BT-IDX).

       GRABAR-BECAS.
           IF Becas-Desbordadas = "Y"
               DISPLAY "BECAS.DAT no se regraba: la tabla de becas "
                   "no lo contiene completo."
           ELSE
               OPEN OUTPUT BECAS-FILE
               PERFORM VARYING BT-IDX FROM 1 BY 1
                   UNTIL BT-IDX > BECAS-COUNT
                   MOVE BT-ALUMNO-ID(BT-IDX) TO BC-ALUMNO-ID
                   MOVE BT-SEMESTRE(BT-IDX) TO BC-SEMESTRE
                   MOVE BT-TIPO(BT-IDX) TO BC-TIPO
                   MOVE BT-PORCENTAJE(BT-IDX) TO BC-PORCENTAJE
                   MOVE BT-MONTO(BT-IDX) TO BC-MONTO
                   MOVE BT-TOPE(BT-IDX) TO BC-TOPE
                   MOVE BT-FUENTE(BT-IDX) TO BC-FUENTE
                   MOVE BT-PROMEDIO-MIN(BT-IDX) TO BC-PROMEDIO-MIN
                   MOVE BT-ASISTENCIA-MIN(BT-IDX)
                       TO BC-ASISTENCIA-MIN
                   MOVE BT-ESTADO(BT-IDX) TO BC-ESTADO
                   MOVE BT-APLICADO(BT-IDX) TO BC-APLICADO
                   MOVE BT-FECHA-RETIRO(BT-IDX) TO BC-FECHA-RETIRO
                   MOVE BT-MOTIVO-RETIRO(BT-IDX) TO BC-MOTIVO-RETIRO
                   WRITE BECA-RECORD
               END-PERFORM
               CLOSE BECAS-FILE
           END-IF.

       BUSCAR-BECA.
           MOVE "N" TO Beca-Encontrada.
           PERFORM VARYING BT-IDX FROM 1 BY 1
               UNTIL BT-IDX > BECAS-COUNT
                  OR Beca-Encontrada = "Y"
               IF BT-ALUMNO-ID(BT-IDX) = Alumno-ID
                   AND BT-SEMESTRE(BT-IDX) = Semestre
                   MOVE "Y" TO Beca-Encontrada
               END-IF
           END-PERFORM.
           IF Beca-Encontrada = "Y"
               SET BT-IDX DOWN BY 1
           END-IF.

       MANTENER-BECA.
           PERFORM CARGAR-BECAS.
           DISPLAY "ID/RUT del alumno: ".
           ACCEPT Alumno-ID.
           DISPLAY "Semestre de la beca (ej. 2026-1): ".
           ACCEPT Semestre.
           DISPLAY "Tipo (P = Porcentaje, M = Monto fijo): ".
           ACCEPT Tipo-Beca.
           IF Tipo-Beca = "m" OR Tipo-Beca = "M"
               MOVE "M" TO Tipo-Beca
               MOVE ZEROS TO Porcentaje-Beca
               DISPLAY "Monto fijo del semestre: "
               ACCEPT WS-Monto-Input
               COMPUTE Monto-Beca = FUNCTION NUMVAL(WS-Monto-Input)
           ELSE
               MOVE "P" TO Tipo-Beca
               MOVE ZEROS TO Monto-Beca
               DISPLAY "Porcentaje de descuento: "
               ACCEPT WS-Monto-Input
               COMPUTE Porcentaje-Beca =
                   FUNCTION NUMVAL(WS-Monto-Input)
           END-IF.
           DISPLAY "Tope del semestre (0 = sin tope): ".
           ACCEPT WS-Monto-Input.
           COMPUTE Tope-Beca = FUNCTION NUMVAL(WS-Monto-Input).
           DISPLAY "Fuente de financiamiento (ej. INSTITUC, ".
           DISPLAY "  MINEDUC, HERMANOS, PRONTOPAGO): ".
           ACCEPT Fuente-Beca.
           DISPLAY "Promedio minimo de renovacion (0 = no exige): ".
           ACCEPT WS-Monto-Input.
           COMPUTE Promedio-Minimo = FUNCTION NUMVAL(WS-Monto-Input).
           DISPLAY "Asistencia minima % (0 = no exige): ".
           ACCEPT WS-Monto-Input.
           COMPUTE Asistencia-Minima =
               FUNCTION NUMVAL(WS-Monto-Input).
           IF (Tipo-Beca = "P" AND
               (Porcentaje-Beca = 0 OR Porcentaje-Beca > 100))
               OR (Tipo-Beca = "M" AND Monto-Beca = 0)
               OR Fuente-Beca = SPACES
               MOVE "BECA CON DATOS INVALIDOS" TO WS-Rechazo-Motivo
               PERFORM REGISTRAR-RECHAZO
               DISPLAY "Datos de beca invalidos, no se graba."
           ELSE
               IF Becas-Desbordadas = "Y"
                   DISPLAY "No se graba la beca: BECAS.DAT excede "
                       "la tabla de becas."
               ELSE
                   PERFORM BUSCAR-BECA
                   IF Beca-Encontrada = "N"
                       IF BECAS-COUNT < 300
                           ADD 1 TO BECAS-COUNT
                           SET BT-IDX TO BECAS-COUNT
                           MOVE ZEROS TO BT-APLICADO(BT-IDX)
                           MOVE "Y" TO Beca-Encontrada
                       ELSE
                           DISPLAY "Tabla de becas llena."
                       END-IF
                   END-IF
                   IF Beca-Encontrada = "Y"
                       MOVE Alumno-ID TO BT-ALUMNO-ID(BT-IDX)
                       MOVE Semestre TO BT-SEMESTRE(BT-IDX)
                       MOVE Tipo-Beca TO BT-TIPO(BT-IDX)
                       MOVE Porcentaje-Beca TO BT-PORCENTAJE(BT-IDX)
                       MOVE Monto-Beca TO BT-MONTO(BT-IDX)
                       MOVE Tope-Beca TO BT-TOPE(BT-IDX)
                       MOVE Fuente-Beca TO BT-FUENTE(BT-IDX)
                       MOVE Promedio-Minimo TO BT-PROMEDIO-MIN(BT-IDX)
                       MOVE Asistencia-Minima
                           TO BT-ASISTENCIA-MIN(BT-IDX)
                       MOVE "A" TO BT-ESTADO(BT-IDX)
                       MOVE ZEROS TO BT-FECHA-RETIRO(BT-IDX)
                       MOVE SPACES TO BT-MOTIVO-RETIRO(BT-IDX)
                       PERFORM GRABAR-BECAS
                       DISPLAY "Beca de " Alumno-ID " para " Semestre
                           " grabada."
                   END-IF
               END-IF
           END-IF.
           MOVE SPACES TO Audit-Entrada.
           STRING "BECA ALUMNO=" Alumno-ID " SEM=" Semestre
               DELIMITED BY SIZE INTO Audit-Entrada.
           MOVE SPACES TO Audit-Salida.
           STRING "TIPO=" Tipo-Beca " PCT=" Porcentaje-Beca
               " MONTO=" Monto-Beca
               DELIMITED BY SIZE INTO Audit-Salida.

       REVISAR-RENOVACION-BECAS.
           MOVE ZEROS TO Cantidad-Retiradas.
           MOVE "N" TO Fin-Archivo.
           OPEN INPUT TRANSCRIPT-FILE.
           IF WS-Transcript-Status = "00"
               PERFORM UNTIL Fin-Archivo = "Y"
                   READ TRANSCRIPT-FILE
                       AT END
                           MOVE "Y" TO Fin-Archivo
                       NOT AT END
                           IF TX-VIGENTE NOT = "S"
                               AND TX-SEMESTRE < Semestre
                               PERFORM ACUMULAR-PROMEDIO-BECA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TRANSCRIPT-FILE
           END-IF.
           MOVE "N" TO Fin-Archivo.
           OPEN INPUT ASISTENCIA-FILE.
           IF WS-Asistencia-Status = "00"
               PERFORM UNTIL Fin-Archivo = "Y"
                   READ ASISTENCIA-FILE
                       AT END
                           MOVE "Y" TO Fin-Archivo
                       NOT AT END
                           IF AT-SEMESTRE < Semestre
                               PERFORM ACUMULAR-ASISTENCIA-BECA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ASISTENCIA-FILE
           END-IF.
           MOVE "N" TO Fin-Archivo.
           PERFORM VARYING BT-IDX FROM 1 BY 1
               UNTIL BT-IDX > BECAS-COUNT
               IF BT-SEMESTRE(BT-IDX) = Semestre
                   AND BT-ESTADO(BT-IDX) = "A"
                   PERFORM EVALUAR-RENOVACION-BECA
               END-IF
           END-PERFORM.

       ACUMULAR-PROMEDIO-BECA.
           PERFORM VARYING BT-IDX FROM 1 BY 1
               UNTIL BT-IDX > BECAS-COUNT
               IF BT-ALUMNO-ID(BT-IDX) = TX-ALUMNO-ID
                   AND BT-SEMESTRE(BT-IDX) = Semestre
                   ADD 1 TO BT-CURSOS(BT-IDX)
                   ADD TX-PROMEDIO TO BT-SUMA-PROMEDIOS(BT-IDX)
               END-IF
           END-PERFORM.

       ACUMULAR-ASISTENCIA-BECA.
           PERFORM VARYING BT-IDX FROM 1 BY 1
               UNTIL BT-IDX > BECAS-COUNT
               IF BT-ALUMNO-ID(BT-IDX) = AT-ALUMNO-ID
                   AND BT-SEMESTRE(BT-IDX) = Semestre
                   ADD 1 TO BT-SESIONES(BT-IDX)
                   IF AT-PRESENTE = "S"
                       ADD 1 TO BT-PRESENTES(BT-IDX)
                   END-IF
               END-IF
           END-PERFORM.

       EVALUAR-RENOVACION-BECA.
           IF BT-PROMEDIO-MIN(BT-IDX) > 0
               AND BT-CURSOS(BT-IDX) > 0
               COMPUTE Promedio-Alumno ROUNDED =
                   BT-SUMA-PROMEDIOS(BT-IDX) / BT-CURSOS(BT-IDX)
               IF Promedio-Alumno < BT-PROMEDIO-MIN(BT-IDX)
                   MOVE "PROMEDIO" TO BT-MOTIVO-RETIRO(BT-IDX)
                   PERFORM RETIRAR-BECA
                   DISPLAY "Beca retirada: alumno "
                       BT-ALUMNO-ID(BT-IDX) " promedio "
                       Promedio-Alumno " bajo el minimo "
                       BT-PROMEDIO-MIN(BT-IDX)
               END-IF
           END-IF.
           IF BT-ESTADO(BT-IDX) = "A"
               AND BT-ASISTENCIA-MIN(BT-IDX) > 0
               AND BT-SESIONES(BT-IDX) > 0
               COMPUTE Asistencia-Pct ROUNDED =
                   BT-PRESENTES(BT-IDX) * 100 / BT-SESIONES(BT-IDX)
               IF Asistencia-Pct < BT-ASISTENCIA-MIN(BT-IDX)
                   MOVE "ASISTENCIA" TO BT-MOTIVO-RETIRO(BT-IDX)
                   PERFORM RETIRAR-BECA
                   DISPLAY "Beca retirada: alumno "
                       BT-ALUMNO-ID(BT-IDX) " asistencia "
                       Asistencia-Pct "% bajo el minimo "
                       BT-ASISTENCIA-MIN(BT-IDX) "%"
               END-IF
           END-IF.

       RETIRAR-BECA.
           MOVE "R" TO BT-ESTADO(BT-IDX).
           MOVE WS-Fecha-Sistema TO BT-FECHA-RETIRO(BT-IDX).
           ADD 1 TO Cantidad-Retiradas.
           MOVE BT-ALUMNO-ID(BT-IDX) TO Alumno-ID.
           MOVE SPACES TO Curso-Actual.
           MOVE "BECA RETIRADA POR RENOVACION" TO WS-Rechazo-Motivo.
           PERFORM REGISTRAR-RECHAZO.

       CALCULAR-DESCUENTO.
           MOVE ZEROS TO Monto-Descuento.
           PERFORM BUSCAR-BECA.
           IF Beca-Encontrada = "Y"
               AND BT-ESTADO(BT-IDX) = "A"
               IF BT-TIPO(BT-IDX) = "M"
                   IF BT-MONTO(BT-IDX) > BT-APLICADO(BT-IDX)
                       COMPUTE Monto-Descuento =
                           BT-MONTO(BT-IDX) - BT-APLICADO(BT-IDX)
                   END-IF
               ELSE
                   COMPUTE Monto-Descuento ROUNDED =
                       Monto-Arancel * BT-PORCENTAJE(BT-IDX) / 100
               END-IF
               IF BT-TOPE(BT-IDX) > 0
                   IF BT-TOPE(BT-IDX) > BT-APLICADO(BT-IDX)
                       COMPUTE Disponible-Beca =
                           BT-TOPE(BT-IDX) - BT-APLICADO(BT-IDX)
                   ELSE
                       MOVE ZEROS TO Disponible-Beca
                   END-IF
                   IF Monto-Descuento > Disponible-Beca
                       MOVE Disponible-Beca TO Monto-Descuento
                   END-IF
               END-IF
               IF Monto-Descuento > Monto-Arancel
                   MOVE Monto-Arancel TO Monto-Descuento
               END-IF
               ADD Monto-Descuento TO BT-APLICADO(BT-IDX)
           END-IF.

       ESCRIBIR-DESCUENTO-ALU.
           OPEN EXTEND CARGOS-ALU-FILE.
           IF WS-Cargosalu-Status = "35"
               OPEN OUTPUT CARGOS-ALU-FILE
               CLOSE CARGOS-ALU-FILE
               OPEN EXTEND CARGOS-ALU-FILE
           END-IF.
           MOVE Alumno-ID TO GA-ALUMNO-ID.
           MOVE Curso-Actual TO GA-CURSO.
           MOVE Semestre TO GA-SEMESTRE.
           MOVE "D" TO GA-TIPO-MOV.
           MOVE Monto-Descuento TO GA-MONTO.
           MOVE WS-Fecha-Sistema TO GA-FECHA.
           WRITE CARGO-ALUMNO-RECORD.
           CLOSE CARGOS-ALU-FILE.

       REPORTE-DESCUENTOS.
           DISPLAY "Semestre a reportar (ej. 2026-1): ".
           ACCEPT Semestre.
           ACCEPT WS-Fecha-Sistema FROM DATE YYYYMMDD.
           PERFORM CARGAR-BECAS.
           MOVE ZEROS TO FUENTES-COUNT.
           MOVE ZEROS TO Total-Descuentos.
           MOVE ZEROS TO Total-Bruto.
           PERFORM VARYING BT-IDX FROM 1 BY 1
               UNTIL BT-IDX > BECAS-COUNT
               IF BT-SEMESTRE(BT-IDX) = Semestre
                   MOVE BT-FUENTE(BT-IDX) TO Fuente-Buscada
                   PERFORM UBICAR-FUENTE
                   IF Fuente-Encontrada = "Y"
                       ADD 1 TO FT-BECADOS(FT-IDX)
                       IF BT-ESTADO(BT-IDX) = "R"
                           ADD 1 TO FT-RETIRADOS(FT-IDX)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           MOVE "N" TO Fin-Archivo.
           OPEN INPUT CARGOS-ALU-FILE.
           IF WS-Cargosalu-Status = "00"
               PERFORM UNTIL Fin-Archivo = "Y"
                   READ CARGOS-ALU-FILE
                       AT END
                           MOVE "Y" TO Fin-Archivo
                       NOT AT END
                           IF GA-SEMESTRE = Semestre
                               PERFORM ACUMULAR-DESCUENTO-FUENTE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CARGOS-ALU-FILE
           END-IF.
           MOVE "N" TO Fin-Archivo.
           OPEN OUTPUT BECAS-RPT-FILE.
           MOVE SPACES TO BECAS-LINEA.
           STRING "COSTO DE BECAS Y DESCUENTOS - SEMESTRE " Semestre
               " EMITIDO " WS-Fecha-Sistema
               DELIMITED BY SIZE INTO BECAS-LINEA.
           WRITE BECAS-LINEA.
           MOVE SPACES TO BECAS-LINEA.
           STRING "FUENTE     BECADOS RETIRADAS MOVIMIENTOS"
               "  MONTO DESCONTADO"
               DELIMITED BY SIZE INTO BECAS-LINEA.
           WRITE BECAS-LINEA.
           PERFORM VARYING FT-IDX FROM 1 BY 1
               UNTIL FT-IDX > FUENTES-COUNT
               MOVE SPACES TO BECAS-LINEA
               STRING FT-FUENTE(FT-IDX) " " FT-BECADOS(FT-IDX)
                   "   " FT-RETIRADOS(FT-IDX)
                   "     " FT-MOVIMIENTOS(FT-IDX)
                   "       $" FT-MONTO(FT-IDX)
                   DELIMITED BY SIZE INTO BECAS-LINEA
               WRITE BECAS-LINEA
               DISPLAY BECAS-LINEA
           END-PERFORM.
           MOVE SPACES TO BECAS-LINEA.
           STRING "ARANCEL BRUTO $" Total-Bruto
               " TOTAL DESCONTADO $" Total-Descuentos
               DELIMITED BY SIZE INTO BECAS-LINEA.
           WRITE BECAS-LINEA.
           DISPLAY BECAS-LINEA.
           CLOSE BECAS-RPT-FILE.
           DISPLAY "Reporte generado: BECAS.RPT".
           MOVE SPACES TO Audit-Entrada.
           STRING "REPORTE BECAS SEM=" Semestre
               DELIMITED BY SIZE INTO Audit-Entrada.
           MOVE SPACES TO Audit-Salida.
           STRING "FUENTES=" FUENTES-COUNT
               " TOTAL=" Total-Descuentos
               DELIMITED BY SIZE INTO Audit-Salida.

       ACUMULAR-DESCUENTO-FUENTE.
           IF GA-TIPO-MOV = "C"
               ADD GA-MONTO TO Total-Bruto
           END-IF.
           IF GA-TIPO-MOV = "D"
               ADD GA-MONTO TO Total-Descuentos
               MOVE GA-ALUMNO-ID TO Alumno-ID
               PERFORM BUSCAR-BECA
               IF Beca-Encontrada = "Y"
                   MOVE BT-FUENTE(BT-IDX) TO Fuente-Buscada
               ELSE
                   MOVE "SIN FUENTE" TO Fuente-Buscada
               END-IF
               PERFORM UBICAR-FUENTE
               IF Fuente-Encontrada = "Y"
                   ADD 1 TO FT-MOVIMIENTOS(FT-IDX)
                   ADD GA-MONTO TO FT-MONTO(FT-IDX)
               END-IF
           END-IF.

       UBICAR-FUENTE.
           MOVE "N" TO Fuente-Encontrada.
           PERFORM VARYING FT-IDX FROM 1 BY 1
               UNTIL FT-IDX > FUENTES-COUNT
                  OR Fuente-Encontrada = "Y"
               IF FT-FUENTE(FT-IDX) = Fuente-Buscada
                   MOVE "Y" TO Fuente-Encontrada
               END-IF
           END-PERFORM.
           IF Fuente-Encontrada = "Y"
               SET FT-IDX DOWN BY 1
           ELSE
               IF FUENTES-COUNT < 30
                   ADD 1 TO FUENTES-COUNT
                   SET FT-IDX TO FUENTES-COUNT
                   MOVE Fuente-Buscada TO FT-FUENTE(FT-IDX)
                   MOVE ZEROS TO FT-BECADOS(FT-IDX)
                   MOVE ZEROS TO FT-RETIRADOS(FT-IDX)
                   MOVE ZEROS TO FT-MOVIMIENTOS(FT-IDX)
                   MOVE ZEROS TO FT-MONTO(FT-IDX)
                   MOVE "Y" TO Fuente-Encontrada
               END-IF
           END-IF.
