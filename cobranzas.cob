           SELECT AUDITORIA-FILE ASSIGN TO "AUDITORIA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Auditoria-Status.
           SELECT RECHAZOS-FILE ASSIGN TO "RECHAZOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Rechazos-Status.
           SELECT CONVENIOS-FILE ASSIGN TO "CONVENIOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Convenios-Status.
           SELECT CONVENIOS-TMP-FILE ASSIGN TO "CONVTMP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Convtmp-Status.
           SELECT CONVENIOS-RPT-FILE ASSIGN TO "CONVENIOS.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Convrpt-Status.
           SELECT NOTIF-HIST-FILE ASSIGN TO "NOTIFHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Notifhist-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  PEAJE-LOG-FILE.
           COPY PEAJELOG.
       FD  PEAJE-HIST-FILE.
       01  PEAJE-HIST-RECORD PIC X(82).
       FD  CARGOS-CLI-FILE.
           COPY CARGOCLI.
       FD  CARGOS-ALU-FILE.
           COPY OPERADOR.
       FD  AUDITORIA-FILE.
           COPY AUDITORIAF.
       FD  RECHAZOS-FILE.
           COPY RECHAZOF.
       FD  CONVENIOS-FILE.
           COPY CONVENIO.
       FD  CONVENIOS-TMP-FILE.
       01  CONVENIO-TMP-RECORD PIC X(1192).
       FD  CONVENIOS-RPT-FILE.
       01  CONVENIO-LINEA PIC X(100).
       FD  NOTIF-HIST-FILE.
           COPY NOTIFHIST.

       WORKING-STORAGE SECTION.
       01 DEUDORES-TABLE.
       01 Cantidad-Cortes     PIC 9(5) VALUE 0.
       01 Cantidad-Historia   PIC 9(5) VALUE 0.
       01 Fin-Archivo         PIC X VALUE "N".
       01 VIGENTES-TABLE.
           05 VIGENTE-ENTRY OCCURS 500 TIMES INDEXED BY VG-IDX.
               10 VG-CUENTA-ID      PIC X(10).
               10 VG-LINEA          PIC X.
       01 VIGENTES-COUNT      PIC 9(4) VALUE 0.
       01 Convenio-Vigente    PIC X VALUE "N".
       01 Convenios-Desbordados PIC X VALUE "N".
       01 Convenio-Nro        PIC 9(6) VALUE 0.
       01 Convenio-Valido     PIC X VALUE "Y".
       01 Dias-Gracia-Convenio PIC 9(3) VALUE 15.
       01 Dias-Gracia         PIC 9(3) VALUE 0.
       01 Monto-Deuda         PIC 9(9)V99 VALUE 0.
       01 Monto-Pie           PIC 9(9)V99 VALUE 0.
       01 Monto-Cuota         PIC 9(9)V99 VALUE 0.
       01 Monto-Financiado    PIC 9(9)V99 VALUE 0.
       01 Monto-Asignado      PIC 9(9)V99 VALUE 0.
       01 Saldo-Convenio      PIC S9(9)V99 VALUE 0.
       01 Numero-Cuotas       PIC 99 VALUE 0.
       01 Cuotas-Totales      PIC 99 VALUE 0.
       01 Cuotas-Pagadas      PIC 99 VALUE 0.
       01 CQ-IDX              PIC 99 VALUE 0.
       01 Cuota-Pendiente     PIC 99 VALUE 0.
       01 Dias-Atraso         PIC S9(7) VALUE 0.
       01 Fecha-Primer-Venc   PIC 9(8) VALUE 0.
       01 Fecha-Cuota         PIC 9(8) VALUE 0.
       01 Proximo-Vencimiento PIC 9(8) VALUE 0.
       01 Anio-Cuota          PIC 9(4) VALUE 0.
       01 Mes-Cuota           PIC 99 VALUE 0.
       01 Dia-Cuota           PIC 99 VALUE 0.
       01 Situacion-Convenio  PIC X(10) VALUE SPACES.
       01 Cantidad-Caducados  PIC 9(5) VALUE 0.
       01 Cantidad-Suspendidos PIC 9(5) VALUE 0.
       01 Cantidad-Al-Dia     PIC 9(5) VALUE 0.
       01 Cantidad-Atrasados  PIC 9(5) VALUE 0.
       01 Cantidad-Cumplidos  PIC 9(5) VALUE 0.
       01 Cantidad-Convenios  PIC 9(5) VALUE 0.
       01 Saldo-Vigentes      PIC 9(11)V99 VALUE 0.
       01 Saldo-Caducados     PIC 9(11)V99 VALUE 0.
       01 WS-Input            PIC X(15) VALUE SPACES.
       01 WS-Rechazos-Status    PIC XX VALUE "00".
       01 WS-Convenios-Status   PIC XX VALUE "00".
       01 WS-Convtmp-Status     PIC XX VALUE "00".
       01 WS-Convrpt-Status     PIC XX VALUE "00".
       01 WS-Notifhist-Status   PIC XX VALUE "00".
       01 Cantidad-Avisos     PIC 9(5) VALUE 0.
       01 Estado-Aviso-Texto  PIC X(12) VALUE SPACES.
       01 WS-Rechazo-Motivo PIC X(40) VALUE SPACES.
       01 WS-Cuentas-Tag-Status PIC XX VALUE "00".
       01 WS-Cuentas-Cli-Status PIC XX VALUE "00".
       01 WS-Peajelog-Status    PIC XX VALUE "00".
               STOP RUN
           END-IF.
           DISPLAY "Modo (E = Corrida de escalamiento, ".
           DISPLAY "  H = Historial de una cuenta, ".
           DISPLAY "  C = Registrar convenio de pago, ".
           DISPLAY "  R = Reporte de convenios): ".
           ACCEPT Modo-Operacion.
           EVALUATE Modo-Operacion
               WHEN "H"
               WHEN "h"
                   PERFORM CONSULTAR-HISTORIAL
               WHEN "C"
               WHEN "c"
                   PERFORM EXIGIR-SUPERVISOR
                   IF Rol-Operador = "S"
                       PERFORM REGISTRAR-CONVENIO
                   END-IF
               WHEN "R"
               WHEN "r"
                   PERFORM REPORTE-CONVENIOS
               WHEN OTHER
                   PERFORM CORRIDA-ESCALAMIENTO
           END-EVALUATE.
           PERFORM REGISTRAR-AUDITORIA.
           STOP RUN.

           END-IF.
           MOVE "N" TO Fin-Archivo.

       EXIGIR-SUPERVISOR.
           IF Rol-Operador NOT = "S"
               DISPLAY "Los convenios requieren rol de supervisor."
               MOVE "CONVENIO SIN ROL SUPERVISOR"
                   TO WS-Rechazo-Motivo
               PERFORM REGISTRAR-RECHAZO
               MOVE "CONVENIO RECHAZADO" TO Audit-Entrada
               MOVE "SIN ROL SUPERVISOR" TO Audit-Salida
           END-IF.

       REGISTRAR-RECHAZO.
           ACCEPT WS-Fecha-Sistema FROM DATE YYYYMMDD.
           ACCEPT WS-Hora-Sistema FROM TIME.
           OPEN EXTEND RECHAZOS-FILE.
           IF WS-Rechazos-Status = "35"
               OPEN OUTPUT RECHAZOS-FILE
               CLOSE RECHAZOS-FILE
               OPEN EXTEND RECHAZOS-FILE
           END-IF.
           MOVE "GESTION-COBRANZAS" TO RZ-PROGRAMA.
           MOVE WS-Fecha-Sistema TO RZ-FECHA.
           MOVE WS-Hora-Sistema TO RZ-HORA.
           MOVE Operador TO RZ-OPERADOR.
           MOVE WS-Rechazo-Motivo TO RZ-MOTIVO.
           MOVE SPACES TO RZ-DETALLE.
           STRING "CTA=" Cuenta-Buscada " L=" Linea-Buscada
               " D=" Monto-Deuda
               DELIMITED BY SIZE INTO RZ-DETALLE.
           MOVE "A" TO RZ-ESTADO.
           MOVE SPACES TO RZ-RESUELTO-POR.
           MOVE ZEROS TO RZ-FECHA-RESOL.
           WRITE RECHAZO-RECORD.
           CLOSE RECHAZOS-FILE.

       REGISTRAR-AUDITORIA.
           ACCEPT WS-Fecha-Sistema FROM DATE YYYYMMDD.
           ACCEPT WS-Hora-Sistema FROM TIME.
           PERFORM ENVEJECER-CARGOS-ALUMNOS.
           PERFORM APLICAR-PAGOS.
           PERFORM CARGAR-NIVELES-HISTORIA.
           PERFORM REVISAR-CONVENIOS.
           IF Convenios-Desbordados = "Y"
               DISPLAY "ATENCION: mas de 500 convenios vigentes; "
                   "no se escala ni se corta servicio en esta corrida."
           ELSE
               PERFORM VARYING DD-IDX FROM 1 BY 1
                   UNTIL DD-IDX > DEUDORES-COUNT
                   MOVE DD-CUENTA-ID(DD-IDX) TO Cuenta-Buscada
                   MOVE DD-LINEA(DD-IDX) TO Linea-Buscada
                   PERFORM BUSCAR-CONVENIO-VIGENTE
                   IF Convenio-Vigente = "Y"
                       ADD 1 TO Cantidad-Suspendidos
                   ELSE
                       PERFORM ESCALAR-DEUDOR
                   END-IF
               END-PERFORM
           END-IF.
           IF Tabla-Desbordada = "Y"
               DISPLAY "ATENCION: mas de 500 cuentas con saldo, "
                   "corrida incompleta."
           DISPLAY "Corrida de cobranza terminada. Cartas: "
               Cantidad-Cartas " Cortes de servicio: "
               Cantidad-Cortes.
           DISPLAY "Cuentas con convenio vigente (sin escalar): "
               Cantidad-Suspendidos
               " Convenios caducados: " Cantidad-Caducados.
           DISPLAY "Cartas emitidas en CARTASCOB.RPT".
           MOVE SPACES TO Audit-Entrada.
           STRING "COBRANZA FECHA=" WS-Fecha-Sistema
           MOVE SPACES TO Audit-Salida.
           STRING "CARTAS=" Cantidad-Cartas
               " CORTES=" Cantidad-Cortes
               " CADUC=" Cantidad-Caducados
               DELIMITED BY SIZE INTO Audit-Salida.

       CARGAR-DEUDORES-TAG.
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               IF CT-ESTADO-CUENTA = "A"
                                   MOVE "B" TO CT-ESTADO-CUENTA
                                   REWRITE CUENTA-TAG-RECORD
                               END-IF
                       END-READ
                       CLOSE CUENTAS-TAG-FILE
                   END-IF
           END-IF.
           MOVE "N" TO Fin-Archivo.
           DISPLAY "Gestiones registradas: " Cantidad-Historia.
           OPEN INPUT CONVENIOS-FILE.
           IF WS-Convenios-Status = "00"
               PERFORM UNTIL Fin-Archivo = "Y"
                   READ CONVENIOS-FILE
                       AT END
                           MOVE "Y" TO Fin-Archivo
                       NOT AT END
                           IF CV-CUENTA-ID = Cuenta-Consulta
                               DISPLAY CV-FECHA " CONVENIO "
                                   CV-CONVENIO-NRO
                                   " LINEA " CV-LINEA
                                   " ESTADO " CV-ESTADO
                                   " DEUDA $" CV-DEUDA
                                   " ABONADO $" CV-ABONADO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONVENIOS-FILE
           END-IF.
           MOVE "N" TO Fin-Archivo.
           PERFORM MOSTRAR-AVISOS-CLIENTE.
           MOVE SPACES TO Audit-Entrada.
           STRING "HISTORIAL COBRANZA=" Cuenta-Consulta
               DELIMITED BY SIZE INTO Audit-Entrada.
           MOVE SPACES TO Audit-Salida.
           STRING "GESTIONES=" Cantidad-Historia
               " AVISOS=" Cantidad-Avisos
               DELIMITED BY SIZE INTO Audit-Salida.

       MOSTRAR-AVISOS-CLIENTE.
           MOVE ZEROS TO Cantidad-Avisos.
           MOVE "N" TO Fin-Archivo.
           OPEN INPUT NOTIF-HIST-FILE.
           IF WS-Notifhist-Status = "00"
               PERFORM UNTIL Fin-Archivo = "Y"
                   READ NOTIF-HIST-FILE
                       AT END
                           MOVE "Y" TO Fin-Archivo
                       NOT AT END
                           IF NH-CUENTA-ID = Cuenta-Consulta
                               PERFORM MOSTRAR-AVISO-CLIENTE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE NOTIF-HIST-FILE
           END-IF.
           MOVE "N" TO Fin-Archivo.
           DISPLAY "Avisos enviados al cliente: " Cantidad-Avisos.

       MOSTRAR-AVISO-CLIENTE.
           ADD 1 TO Cantidad-Avisos.
           EVALUATE NH-ESTADO
               WHEN "E"
                   MOVE "ENTREGADO" TO Estado-Aviso-Texto
               WHEN "R"
                   MOVE "REBOTADO" TO Estado-Aviso-Texto
               WHEN "S"
                   MOVE "SIN CONTACTO" TO Estado-Aviso-Texto
               WHEN OTHER
                   MOVE "PENDIENTE" TO Estado-Aviso-Texto
           END-EVALUATE.
           DISPLAY NH-FECHA-PROCESO " AVISO " NH-EVENTO
               " NRO " NH-NOTIF-NRO
               " CANAL " NH-CANAL " " NH-DESTINO.
           DISPLAY "         " Estado-Aviso-Texto " "
               NH-FECHA-RESP " " NH-GLOSA.

       REGISTRAR-CONVENIO.
           ACCEPT WS-Fecha-Sistema FROM DATE YYYYMMDD.
           MOVE "Y" TO Convenio-Valido.
           DISPLAY "Linea (T = TAG, C = Cliente fotocopiado, ".
           DISPLAY "  A = Alumno): ".
           ACCEPT Linea-Buscada.
           IF Linea-Buscada = "t"
               MOVE "T" TO Linea-Buscada
           END-IF.
           IF Linea-Buscada = "c"
               MOVE "C" TO Linea-Buscada
           END-IF.
           IF Linea-Buscada = "a"
               MOVE "A" TO Linea-Buscada
           END-IF.
           DISPLAY "Cuenta / cliente / alumno: ".
           ACCEPT Cuenta-Buscada.
           DISPLAY "Deuda convenida: ".
           ACCEPT WS-Input.
           COMPUTE Monto-Deuda = FUNCTION NUMVAL(WS-Input).
           DISPLAY "Pie (0 = sin pie): ".
           ACCEPT WS-Input.
           COMPUTE Monto-Pie = FUNCTION NUMVAL(WS-Input).
           DISPLAY "Numero de cuotas (1 a 36): ".
           ACCEPT WS-Input.
           COMPUTE Numero-Cuotas = FUNCTION NUMVAL(WS-Input).
           DISPLAY "Vencimiento primera cuota (AAAAMMDD): ".
           ACCEPT Fecha-Primer-Venc.
           DISPLAY "Dias de gracia (0 = " Dias-Gracia-Convenio "): ".
           ACCEPT WS-Input.
           COMPUTE Dias-Gracia = FUNCTION NUMVAL(WS-Input).
           IF Dias-Gracia = 0
               MOVE Dias-Gracia-Convenio TO Dias-Gracia
           END-IF.
           IF Linea-Buscada NOT = "T" AND NOT = "C" AND NOT = "A"
               MOVE "N" TO Convenio-Valido
               MOVE "CONVENIO LINEA INVALIDA" TO WS-Rechazo-Motivo
           END-IF.
           IF Convenio-Valido = "Y"
               IF Monto-Deuda = 0 OR Monto-Pie >= Monto-Deuda
                   MOVE "N" TO Convenio-Valido
                   MOVE "CONVENIO MONTOS INVALIDOS"
                       TO WS-Rechazo-Motivo
               END-IF
           END-IF.
           IF Convenio-Valido = "Y"
               IF Numero-Cuotas < 1 OR Numero-Cuotas > 36
                   MOVE "N" TO Convenio-Valido
                   MOVE "CONVENIO CUOTAS FUERA DE RANGO"
                       TO WS-Rechazo-Motivo
               END-IF
           END-IF.
           IF Convenio-Valido = "Y"
               COMPUTE Dias-Registro =
                   FUNCTION INTEGER-OF-DATE(Fecha-Primer-Venc)
                   ON SIZE ERROR MOVE 0 TO Dias-Registro
               END-COMPUTE
               IF Dias-Registro = 0
                   OR Fecha-Primer-Venc < WS-Fecha-Sistema
                   MOVE "N" TO Convenio-Valido
                   MOVE "CONVENIO FECHA INVALIDA"
                       TO WS-Rechazo-Motivo
               END-IF
           END-IF.
           IF Convenio-Valido = "Y"
               PERFORM VERIFICAR-CONVENIO-ARCHIVO
               IF Convenio-Vigente = "Y"
                   MOVE "N" TO Convenio-Valido
                   MOVE "CUENTA YA TIENE CONVENIO VIGENTE"
                       TO WS-Rechazo-Motivo
               END-IF
           END-IF.
           IF Convenio-Valido = "N"
               PERFORM REGISTRAR-RECHAZO
               DISPLAY "Convenio rechazado: " WS-Rechazo-Motivo
               MOVE ZEROS TO Convenio-Nro
           ELSE
               PERFORM OBTENER-PROXIMO-CONVENIO
               PERFORM GENERAR-CUOTAS
               PERFORM GRABAR-CONVENIO
               PERFORM MOSTRAR-CONVENIO
           END-IF.
           MOVE SPACES TO Audit-Entrada.
           STRING "CONVENIO CUENTA=" Cuenta-Buscada
               " LINEA=" Linea-Buscada
               DELIMITED BY SIZE INTO Audit-Entrada.
           MOVE SPACES TO Audit-Salida.
           STRING "NRO=" Convenio-Nro " DEUDA=" Monto-Deuda
               " CUOTAS=" Numero-Cuotas
               DELIMITED BY SIZE INTO Audit-Salida.

       VERIFICAR-CONVENIO-ARCHIVO.
           MOVE "N" TO Convenio-Vigente.
           MOVE "N" TO Fin-Archivo.
           OPEN INPUT CONVENIOS-FILE.
           IF WS-Convenios-Status = "00"
               PERFORM UNTIL Fin-Archivo = "Y"
                   READ CONVENIOS-FILE
                       AT END
                           MOVE "Y" TO Fin-Archivo
                       NOT AT END
                           IF CV-CUENTA-ID = Cuenta-Buscada
                               AND CV-LINEA = Linea-Buscada
                               AND CV-ESTADO = "V"
                               MOVE "Y" TO Convenio-Vigente
                               MOVE "Y" TO Fin-Archivo
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONVENIOS-FILE
           END-IF.
           MOVE "N" TO Fin-Archivo.

       OBTENER-PROXIMO-CONVENIO.
           MOVE ZEROS TO Convenio-Nro.
           MOVE "N" TO Fin-Archivo.
           OPEN INPUT CONVENIOS-FILE.
           IF WS-Convenios-Status = "00"
               PERFORM UNTIL Fin-Archivo = "Y"
                   READ CONVENIOS-FILE
                       AT END
                           MOVE "Y" TO Fin-Archivo
                       NOT AT END
                           IF CV-CONVENIO-NRO > Convenio-Nro
                               MOVE CV-CONVENIO-NRO TO Convenio-Nro
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONVENIOS-FILE
           END-IF.
           ADD 1 TO Convenio-Nro.
           MOVE "N" TO Fin-Archivo.

       GENERAR-CUOTAS.
           MOVE SPACES TO CONVENIO-RECORD.
           MOVE Convenio-Nro TO CV-CONVENIO-NRO.
           MOVE Cuenta-Buscada TO CV-CUENTA-ID.
           MOVE Linea-Buscada TO CV-LINEA.
           MOVE "V" TO CV-ESTADO.
           MOVE WS-Fecha-Sistema TO CV-FECHA.
           MOVE Monto-Deuda TO CV-DEUDA.
           MOVE Monto-Pie TO CV-PIE.
           MOVE Numero-Cuotas TO CV-CUOTAS.
           MOVE Dias-Gracia TO CV-DIAS-GRACIA.
           MOVE ZEROS TO CV-ABONADO.
           MOVE ZEROS TO CV-FECHA-TERMINO.
           MOVE Operador TO CV-OPERADOR.
           PERFORM VARYING CQ-IDX FROM 1 BY 1 UNTIL CQ-IDX > 37
               MOVE ZEROS TO CV-VENCE(CQ-IDX)
               MOVE ZEROS TO CV-VALOR(CQ-IDX)
               MOVE ZEROS TO CV-PAGADO(CQ-IDX)
           END-PERFORM.
           MOVE WS-Fecha-Sistema TO CV-VENCE(1).
           MOVE Monto-Pie TO CV-VALOR(1).
           COMPUTE Monto-Financiado = Monto-Deuda - Monto-Pie.
           COMPUTE Monto-Cuota = Monto-Financiado / Numero-Cuotas.
           MOVE ZEROS TO Monto-Asignado.
           MOVE Fecha-Primer-Venc(1:4) TO Anio-Cuota.
           MOVE Fecha-Primer-Venc(5:2) TO Mes-Cuota.
           MOVE Fecha-Primer-Venc(7:2) TO Dia-Cuota.
           IF Dia-Cuota > 28
               MOVE 28 TO Dia-Cuota
           END-IF.
           COMPUTE Cuotas-Totales = Numero-Cuotas + 1.
           PERFORM VARYING CQ-IDX FROM 2 BY 1
               UNTIL CQ-IDX > Cuotas-Totales
               COMPUTE CV-VENCE(CQ-IDX) = Anio-Cuota * 10000
                   + Mes-Cuota * 100 + Dia-Cuota
               IF CQ-IDX = Cuotas-Totales
                   COMPUTE CV-VALOR(CQ-IDX) =
                       Monto-Financiado - Monto-Asignado
               ELSE
                   MOVE Monto-Cuota TO CV-VALOR(CQ-IDX)
                   ADD Monto-Cuota TO Monto-Asignado
               END-IF
               ADD 1 TO Mes-Cuota
               IF Mes-Cuota > 12
                   MOVE 1 TO Mes-Cuota
                   ADD 1 TO Anio-Cuota
               END-IF
           END-PERFORM.

       GRABAR-CONVENIO.
           OPEN EXTEND CONVENIOS-FILE.
           IF WS-Convenios-Status = "35"
               OPEN OUTPUT CONVENIOS-FILE
               CLOSE CONVENIOS-FILE
               OPEN EXTEND CONVENIOS-FILE
           END-IF.
           WRITE CONVENIO-RECORD.
           CLOSE CONVENIOS-FILE.

       MOSTRAR-CONVENIO.
           DISPLAY "\n------ CONVENIO DE PAGO ------".
           DISPLAY "Convenio nro: " CV-CONVENIO-NRO.
           DISPLAY "Cuenta: " CV-CUENTA-ID " Linea: " CV-LINEA.
           DISPLAY "Deuda convenida: $" CV-DEUDA.
           DISPLAY "Dias de gracia: " CV-DIAS-GRACIA.
           IF CV-PIE > 0
               DISPLAY "Pie: $" CV-PIE " vence " CV-VENCE(1)
           END-IF.
           COMPUTE Cuotas-Totales = CV-CUOTAS + 1.
           PERFORM VARYING CQ-IDX FROM 2 BY 1
               UNTIL CQ-IDX > Cuotas-Totales
               DISPLAY "Cuota " CQ-IDX " vence " CV-VENCE(CQ-IDX)
                   " $" CV-VALOR(CQ-IDX)
           END-PERFORM.
           DISPLAY "Autorizado por: " CV-OPERADOR.

       REVISAR-CONVENIOS.
           MOVE ZEROS TO VIGENTES-COUNT.
           MOVE "N" TO Convenios-Desbordados.
           MOVE ZEROS TO Cantidad-Caducados.
           MOVE "N" TO Fin-Archivo.
           OPEN INPUT CONVENIOS-FILE.
           IF WS-Convenios-Status = "00"
               OPEN OUTPUT CONVENIOS-TMP-FILE
               PERFORM UNTIL Fin-Archivo = "Y"
                   READ CONVENIOS-FILE
                       AT END
                           MOVE "Y" TO Fin-Archivo
                       NOT AT END
                           IF CV-ESTADO = "V"
                               PERFORM EVALUAR-CONVENIO
                           END-IF
                           MOVE CONVENIO-RECORD
                               TO CONVENIO-TMP-RECORD
                           WRITE CONVENIO-TMP-RECORD
                   END-READ
               END-PERFORM
               CLOSE CONVENIOS-FILE
               CLOSE CONVENIOS-TMP-FILE
               MOVE "N" TO Fin-Archivo
               OPEN INPUT CONVENIOS-TMP-FILE
               OPEN OUTPUT CONVENIOS-FILE
               PERFORM UNTIL Fin-Archivo = "Y"
                   READ CONVENIOS-TMP-FILE
                       AT END
                           MOVE "Y" TO Fin-Archivo
                       NOT AT END
                           MOVE CONVENIO-TMP-RECORD
                               TO CONVENIO-RECORD
                           WRITE CONVENIO-RECORD
                   END-READ
               END-PERFORM
               CLOSE CONVENIOS-TMP-FILE
               CLOSE CONVENIOS-FILE
           END-IF.
           MOVE "N" TO Fin-Archivo.

       EVALUAR-CONVENIO.
           PERFORM BUSCAR-CUOTA-PENDIENTE.
           IF Cuota-Pendiente > 0
               AND Dias-Atraso > CV-DIAS-GRACIA
               MOVE "R" TO CV-ESTADO
               MOVE WS-Fecha-Sistema TO CV-FECHA-TERMINO
               ADD 1 TO Cantidad-Caducados
               PERFORM EMITIR-CARTA-CADUCIDAD
           ELSE
               IF VIGENTES-COUNT < 500
                   ADD 1 TO VIGENTES-COUNT
                   SET VG-IDX TO VIGENTES-COUNT
                   MOVE CV-CUENTA-ID TO VG-CUENTA-ID(VG-IDX)
                   MOVE CV-LINEA TO VG-LINEA(VG-IDX)
               ELSE
                   MOVE "Y" TO Convenios-Desbordados
               END-IF
           END-IF.

       BUSCAR-CUOTA-PENDIENTE.
           MOVE ZEROS TO Cuota-Pendiente.
           MOVE ZEROS TO Dias-Atraso.
           MOVE ZEROS TO Cuotas-Pagadas.
           MOVE ZEROS TO Proximo-Vencimiento.
           COMPUTE Cuotas-Totales = CV-CUOTAS + 1.
           PERFORM VARYING CQ-IDX FROM 1 BY 1
               UNTIL CQ-IDX > Cuotas-Totales
               IF CV-PAGADO(CQ-IDX) < CV-VALOR(CQ-IDX)
                   IF Cuota-Pendiente = 0
                       MOVE CQ-IDX TO Cuota-Pendiente
                   END-IF
               ELSE
                   IF CQ-IDX > 1
                       ADD 1 TO Cuotas-Pagadas
                   END-IF
               END-IF
           END-PERFORM.
           IF Cuota-Pendiente > 0
               MOVE CV-VENCE(Cuota-Pendiente) TO Proximo-Vencimiento
               MOVE CV-VENCE(Cuota-Pendiente) TO Fecha-Cargo
               COMPUTE Dias-Registro =
                   FUNCTION INTEGER-OF-DATE(Fecha-Cargo)
                   ON SIZE ERROR MOVE 0 TO Dias-Registro
               END-COMPUTE
               IF Dias-Registro > 0
                   COMPUTE Dias-Atraso = Dias-Reporte - Dias-Registro
               END-IF
           END-IF.

       EMITIR-CARTA-CADUCIDAD.
           OPEN EXTEND CARTAS-COB-FILE.
           IF WS-Cartascob-Status = "35"
               OPEN OUTPUT CARTAS-COB-FILE
               CLOSE CARTAS-COB-FILE
               OPEN EXTEND CARTAS-COB-FILE
           END-IF.
           COMPUTE Saldo-Convenio = CV-DEUDA - CV-ABONADO.
           MOVE SPACES TO CARTA-LINEA.
           STRING "AVISO DE CADUCIDAD DE CONVENIO " CV-CONVENIO-NRO
               " - CUENTA " CV-CUENTA-ID
               " LINEA " CV-LINEA
               " SALDO $" Saldo-Convenio
               DELIMITED BY SIZE INTO CARTA-LINEA.
           WRITE CARTA-LINEA.
           MOVE SPACES TO CARTA-LINEA.
           STRING "  EMITIDA " WS-Fecha-Sistema
               " POR " Operador
               " CUOTA IMPAGA VENCIDA " Proximo-Vencimiento
               " DIAS " Dias-Atraso
               DELIMITED BY SIZE INTO CARTA-LINEA.
           WRITE CARTA-LINEA.
           CLOSE CARTAS-COB-FILE.
           DISPLAY "Convenio " CV-CONVENIO-NRO " caducado; cuenta "
               CV-CUENTA-ID " vuelve a cobranza normal.".

       BUSCAR-CONVENIO-VIGENTE.
           MOVE "N" TO Convenio-Vigente.
           PERFORM VARYING VG-IDX FROM 1 BY 1
               UNTIL VG-IDX > VIGENTES-COUNT
               IF VG-CUENTA-ID(VG-IDX) = Cuenta-Buscada
                   AND VG-LINEA(VG-IDX) = Linea-Buscada
                   MOVE "Y" TO Convenio-Vigente
                   SET VG-IDX TO VIGENTES-COUNT
               END-IF
           END-PERFORM.

       REPORTE-CONVENIOS.
           ACCEPT WS-Fecha-Sistema FROM DATE YYYYMMDD.
           COMPUTE Dias-Reporte =
               FUNCTION INTEGER-OF-DATE(WS-Fecha-Sistema).
           MOVE ZEROS TO Cantidad-Convenios.
           MOVE ZEROS TO Cantidad-Al-Dia.
           MOVE ZEROS TO Cantidad-Atrasados.
           MOVE ZEROS TO Cantidad-Cumplidos.
           MOVE ZEROS TO Cantidad-Caducados.
           MOVE ZEROS TO Saldo-Vigentes.
           MOVE ZEROS TO Saldo-Caducados.
           OPEN OUTPUT CONVENIOS-RPT-FILE.
           MOVE SPACES TO CONVENIO-LINEA.
           STRING "REPORTE DE CONVENIOS DE PAGO AL " WS-Fecha-Sistema
               DELIMITED BY SIZE INTO CONVENIO-LINEA.
           WRITE CONVENIO-LINEA.
           MOVE SPACES TO CONVENIO-LINEA.
           STRING "NRO    CUENTA     L SITUACION  DEUDA"
               "        ABONADO      CUOTAS  PROX.VENC"
               DELIMITED BY SIZE INTO CONVENIO-LINEA.
           WRITE CONVENIO-LINEA.
           MOVE "N" TO Fin-Archivo.
           OPEN INPUT CONVENIOS-FILE.
           IF WS-Convenios-Status = "00"
               PERFORM UNTIL Fin-Archivo = "Y"
                   READ CONVENIOS-FILE
                       AT END
                           MOVE "Y" TO Fin-Archivo
                       NOT AT END
                           PERFORM IMPRIMIR-CONVENIO
                   END-READ
               END-PERFORM
               CLOSE CONVENIOS-FILE
           END-IF.
           MOVE "N" TO Fin-Archivo.
           MOVE SPACES TO CONVENIO-LINEA.
           WRITE CONVENIO-LINEA.
           MOVE SPACES TO CONVENIO-LINEA.
           STRING "ACTIVOS AL DIA: " Cantidad-Al-Dia
               " ATRASADOS: " Cantidad-Atrasados
               " SALDO ACTIVO $" Saldo-Vigentes
               DELIMITED BY SIZE INTO CONVENIO-LINEA.
           WRITE CONVENIO-LINEA.
           MOVE SPACES TO CONVENIO-LINEA.
           STRING "CUMPLIDOS: " Cantidad-Cumplidos
               " CADUCADOS: " Cantidad-Caducados
               " SALDO DEVUELTO A COBRANZA $" Saldo-Caducados
               DELIMITED BY SIZE INTO CONVENIO-LINEA.
           WRITE CONVENIO-LINEA.
           CLOSE CONVENIOS-RPT-FILE.
           DISPLAY "Convenios: " Cantidad-Convenios
               " al dia: " Cantidad-Al-Dia
               " atrasados: " Cantidad-Atrasados
               " cumplidos: " Cantidad-Cumplidos
               " caducados: " Cantidad-Caducados.
           DISPLAY "Reporte en CONVENIOS.RPT".
           MOVE SPACES TO Audit-Entrada.
           STRING "REPORTE CONVENIOS FECHA=" WS-Fecha-Sistema
               DELIMITED BY SIZE INTO Audit-Entrada.
           MOVE SPACES TO Audit-Salida.
           STRING "CONVENIOS=" Cantidad-Convenios
               " ACTIVOS=" Cantidad-Al-Dia
               DELIMITED BY SIZE INTO Audit-Salida.

       IMPRIMIR-CONVENIO.
           ADD 1 TO Cantidad-Convenios.
           PERFORM BUSCAR-CUOTA-PENDIENTE.
           COMPUTE Saldo-Convenio = CV-DEUDA - CV-ABONADO.
           EVALUATE CV-ESTADO
               WHEN "V"
                   IF Cuota-Pendiente > 0 AND Dias-Atraso > 0
                       MOVE "ATRASADO" TO Situacion-Convenio
                       ADD 1 TO Cantidad-Atrasados
                   ELSE
                       MOVE "AL DIA" TO Situacion-Convenio
                       ADD 1 TO Cantidad-Al-Dia
                   END-IF
                   ADD Saldo-Convenio TO Saldo-Vigentes
               WHEN "C"
                   MOVE "CUMPLIDO" TO Situacion-Convenio
                   ADD 1 TO Cantidad-Cumplidos
               WHEN OTHER
                   MOVE "CADUCADO" TO Situacion-Convenio
                   ADD 1 TO Cantidad-Caducados
                   ADD Saldo-Convenio TO Saldo-Caducados
           END-EVALUATE.
           MOVE SPACES TO CONVENIO-LINEA.
           STRING CV-CONVENIO-NRO " " CV-CUENTA-ID " " CV-LINEA
               " " Situacion-Convenio " " CV-DEUDA
               " " CV-ABONADO " " Cuotas-Pagadas "/" CV-CUOTAS
               "   " Proximo-Vencimiento
               DELIMITED BY SIZE INTO CONVENIO-LINEA.
           WRITE CONVENIO-LINEA.
