       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOTIFICA-CLIENTES.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUENTAS-TAG-FILE ASSIGN TO "CUENTASTAG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CT-CUENTA-ID
               FILE STATUS IS WS-Cuentas-Tag-Status.
           SELECT TITULARES-FILE ASSIGN TO "TITULARES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TI-CUENTA-ID
               FILE STATUS IS WS-Titulares-Status.
           SELECT PAGOS-LOG-FILE ASSIGN TO "PAGOSLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Pagoslog-Status.
           SELECT PAC-RESP-FILE ASSIGN TO "PACRESP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Pacresp-Status.
           SELECT DTE-DOCUMENTOS-FILE ASSIGN TO "DTEDOCS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Dtedocs-Status.
           SELECT COBRANZAS-FILE ASSIGN TO "COBRANZAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Cobranzas-Status.
           SELECT NOTIF-SALIDA-FILE ASSIGN TO "NOTIFSAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Notifsal-Status.
           SELECT NOTIF-HIST-FILE ASSIGN TO "NOTIFHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Notifhist-Status.
           SELECT NOTIF-HIST-TMP-FILE ASSIGN TO "NOTIFTMP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Notiftmp-Status.
           SELECT NOTIF-RESP-FILE ASSIGN TO "NOTIFRESP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Notifresp-Status.
           SELECT OPERADORES-FILE ASSIGN TO "OPERADORES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Operadores-Status.
           SELECT AUDITORIA-FILE ASSIGN TO "AUDITORIA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Auditoria-Status.
           SELECT RECHAZOS-FILE ASSIGN TO "RECHAZOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Rechazos-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  CUENTAS-TAG-FILE.
           COPY CUENTATAG.
       FD  TITULARES-FILE.
           COPY TITULAR.
       FD  PAGOS-LOG-FILE.
           COPY PAGOTAG.
       FD  PAC-RESP-FILE.
           COPY PACRESP.
       FD  DTE-DOCUMENTOS-FILE.
           COPY DTEDOC.
       FD  COBRANZAS-FILE.
           COPY COBRANZA.
       FD  NOTIF-SALIDA-FILE.
           COPY NOTIFSAL.
       FD  NOTIF-HIST-FILE.
           COPY NOTIFHIST.
       FD  NOTIF-HIST-TMP-FILE.
       01  NOTIF-HIST-TMP-RECORD PIC X(123).
       FD  NOTIF-RESP-FILE.
           COPY NOTIFRESP.
       FD  OPERADORES-FILE.
           COPY OPERADOR.
       FD  AUDITORIA-FILE.
           COPY AUDITORIAF.
       FD  RECHAZOS-FILE.
           COPY RECHAZOF.

       WORKING-STORAGE SECTION.
       01 COBRANZAS-TAG-TABLE.
           05 COBRANZA-TAG-ENTRY OCCURS 500 TIMES INDEXED BY CN-IDX.
               10 CN-CUENTA-ID      PIC X(6).
               10 CN-NIVEL          PIC 9.
               10 CN-FECHA          PIC 9(8).
               10 CN-MONTO          PIC S9(9)V99.
       01 COBRANZAS-TAG-COUNT PIC 9(4) VALUE 0.
       01 RESPUESTAS-TABLE.
           05 RESPUESTA-ENTRY OCCURS 500 TIMES INDEXED BY RS-IDX.
               10 RS-NOTIF-NRO      PIC 9(8).
               10 RS-ESTADO         PIC X.
               10 RS-FECHA          PIC 9(8).
               10 RS-GLOSA          PIC X(30).
               10 RS-APLICADA       PIC X.
       01 RESPUESTAS-COUNT    PIC 9(4) VALUE 0.
       01 Tabla-Desbordada    PIC X VALUE "N".
       01 Modo-Operacion      PIC X VALUE "G".
       01 Fecha-Proceso       PIC 9(8) VALUE 0.
       01 Fecha-Desde         PIC 9(8) VALUE 0.
       01 Fecha-Limite        PIC 9(8) VALUE 0.
       01 Ultima-Fecha-Proceso PIC 9(8) VALUE 0.
       01 Ultimo-Notif-Nro    PIC 9(8) VALUE 0.
       01 Dias-Proceso        PIC S9(9) VALUE 0.
       01 Dias-Gestion        PIC S9(9) VALUE 0.
       01 Dias-Aviso-Corte    PIC 9(3) VALUE 20.
       01 Dias-Retroceso-Max  PIC 9(3) VALUE 7.
       01 Cuenta-Buscada      PIC X(6) VALUE SPACES.
       01 Titular-Encontrado  PIC X VALUE "N".
       01 Cuenta-Encontrada   PIC X VALUE "N".
       01 Cuentas-Abierto     PIC X VALUE "N".
       01 Evento-Codigo       PIC X(2) VALUE SPACES.
       01 Evento-Monto        PIC S9(9)V99 VALUE 0.
       01 Evento-Fecha        PIC 9(8) VALUE 0.
       01 Evento-Mensaje      PIC X(60) VALUE SPACES.
       01 Evento-Obligatorio  PIC X VALUE "N".
       01 Aviso-Aceptado      PIC X VALUE "N".
       01 Canal-Envio         PIC X VALUE SPACE.
       01 Destino-Envio       PIC X(40) VALUE SPACES.
       01 Canales-Enviados    PIC 9 VALUE 0.
       01 Cantidad-Eventos    PIC 9(7) VALUE 0.
       01 Cantidad-Enviados   PIC 9(7) VALUE 0.
       01 Cantidad-Sin-Contacto PIC 9(7) VALUE 0.
       01 Cantidad-Sin-Titular PIC 9(7) VALUE 0.
       01 Cantidad-Excluidos  PIC 9(7) VALUE 0.
       01 Cantidad-Entregados PIC 9(7) VALUE 0.
       01 Cantidad-Rebotados  PIC 9(7) VALUE 0.
       01 Cantidad-Respuestas PIC 9(7) VALUE 0.
       01 Nivel-Texto         PIC X(30) VALUE SPACES.
       01 Recibo-Texto        PIC 9(6) VALUE 0.
       01 Periodo-Texto       PIC 9(6) VALUE 0.
       01 Fin-Archivo         PIC X VALUE "N".
       01 Fin-Busqueda        PIC X VALUE "N".
       01 WS-Cuentas-Tag-Status PIC XX VALUE "00".
       01 WS-Titulares-Status   PIC XX VALUE "00".
       01 WS-Pagoslog-Status    PIC XX VALUE "00".
       01 WS-Pacresp-Status     PIC XX VALUE "00".
       01 WS-Dtedocs-Status     PIC XX VALUE "00".
       01 WS-Cobranzas-Status   PIC XX VALUE "00".
       01 WS-Notifsal-Status    PIC XX VALUE "00".
       01 WS-Notifhist-Status   PIC XX VALUE "00".
       01 WS-Notiftmp-Status    PIC XX VALUE "00".
       01 WS-Notifresp-Status   PIC XX VALUE "00".
       01 WS-Operadores-Status  PIC XX VALUE "00".
       01 WS-Auditoria-Status   PIC XX VALUE "00".
       01 WS-Rechazos-Status    PIC XX VALUE "00".
       01 WS-Rechazo-Motivo PIC X(40) VALUE SPACES.
       01 WS-Rechazo-Detalle PIC X(40) VALUE SPACES.
       01 Rol-Operador        PIC X VALUE "S".
       01 Operador-Valido     PIC X VALUE "N".
       01 WS-Fecha-Sistema   PIC 9(8) VALUE 0.
       01 WS-Hora-Sistema    PIC 9(8) VALUE 0.
       01 Operador           PIC X(10) VALUE SPACES.
       01 Audit-Entrada      PIC X(40) VALUE SPACES.
       01 Audit-Salida       PIC X(40) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "Ingrese operador: ".
           ACCEPT Operador.
           PERFORM VALIDAR-OPERADOR.
           IF Operador-Valido = "N"
               DISPLAY "Operador " Operador
                   " no autorizado o inactivo."
               PERFORM REGISTRAR-AUDITORIA
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY "Modo (G = Generar extracto de avisos, ".
           DISPLAY "  R = Cargar resultados de entrega): ".
           ACCEPT Modo-Operacion.
           EVALUATE Modo-Operacion
               WHEN "R"
               WHEN "r"
                   PERFORM CARGAR-RESULTADOS
               WHEN OTHER
                   PERFORM GENERAR-NOTIFICACIONES
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

       REGISTRAR-RECHAZO.
           ACCEPT WS-Fecha-Sistema FROM DATE YYYYMMDD.
           ACCEPT WS-Hora-Sistema FROM TIME.
           OPEN EXTEND RECHAZOS-FILE.
           IF WS-Rechazos-Status = "35"
               OPEN OUTPUT RECHAZOS-FILE
               CLOSE RECHAZOS-FILE
               OPEN EXTEND RECHAZOS-FILE
           END-IF.
           MOVE "NOTIFICA-CLIENTES" TO RZ-PROGRAMA.
           MOVE WS-Fecha-Sistema TO RZ-FECHA.
           MOVE WS-Hora-Sistema TO RZ-HORA.
           MOVE Operador TO RZ-OPERADOR.
           MOVE WS-Rechazo-Motivo TO RZ-MOTIVO.
           MOVE WS-Rechazo-Detalle TO RZ-DETALLE.
           MOVE "A" TO RZ-ESTADO.
           MOVE SPACES TO RZ-RESUELTO-POR.
           MOVE ZEROS TO RZ-FECHA-RESOL.
           WRITE RECHAZO-RECORD.
           CLOSE RECHAZOS-FILE.

       REGISTRAR-AUDITORIA.
           ACCEPT WS-Fecha-Sistema FROM DATE YYYYMMDD.
           ACCEPT WS-Hora-Sistema FROM TIME.
           OPEN EXTEND AUDITORIA-FILE.
           IF WS-Auditoria-Status = "35"
               OPEN OUTPUT AUDITORIA-FILE
               CLOSE AUDITORIA-FILE
               OPEN EXTEND AUDITORIA-FILE
           END-IF.
           MOVE "NOTIFICA-CLIENTES" TO AU-PROGRAMA.
           MOVE WS-Fecha-Sistema TO AU-FECHA.
           MOVE WS-Hora-Sistema TO AU-HORA.
           MOVE Operador TO AU-OPERADOR.
           MOVE Audit-Entrada TO AU-ENTRADA.
           MOVE Audit-Salida TO AU-SALIDA.
           WRITE AUDITORIA-RECORD.
           CLOSE AUDITORIA-FILE.

       GENERAR-NOTIFICACIONES.
           ACCEPT WS-Fecha-Sistema FROM DATE YYYYMMDD.
           DISPLAY "Fecha de proceso (AAAAMMDD, 0 = ayer): ".
           ACCEPT Fecha-Proceso.
           IF Fecha-Proceso = 0
               COMPUTE Dias-Proceso =
                   FUNCTION INTEGER-OF-DATE(WS-Fecha-Sistema)
               COMPUTE Fecha-Proceso =
                   FUNCTION DATE-OF-INTEGER(Dias-Proceso - 1)
           END-IF.
           MOVE SPACES TO Audit-Entrada.
           STRING "EXTRACTO AVISOS FECHA=" Fecha-Proceso
               DELIMITED BY SIZE INTO Audit-Entrada.
           MOVE SPACES TO Audit-Salida.
           PERFORM LEER-HISTORIAL-AVISOS.
           IF Ultima-Fecha-Proceso >= Fecha-Proceso
               DISPLAY "Avisos ya generados hasta el "
                   Ultima-Fecha-Proceso "; no se repite el extracto."
               MOVE "YA GENERADO" TO Audit-Salida
           ELSE
               PERFORM CALCULAR-VENTANA
               OPEN I-O TITULARES-FILE
               IF WS-Titulares-Status NOT = "00"
                   DISPLAY "No hay TITULARES.DAT; no hay a quien "
                       "avisar."
                   MOVE "SIN TITULARES" TO Audit-Salida
               ELSE
                   PERFORM EXTRAER-AVISOS
                   CLOSE TITULARES-FILE
               END-IF
           END-IF.

       LEER-HISTORIAL-AVISOS.
           MOVE ZEROS TO Ultima-Fecha-Proceso.
           MOVE ZEROS TO Ultimo-Notif-Nro.
           MOVE "N" TO Fin-Archivo.
           OPEN INPUT NOTIF-HIST-FILE.
           IF WS-Notifhist-Status = "00"
               PERFORM UNTIL Fin-Archivo = "Y"
                   READ NOTIF-HIST-FILE
                       AT END
                           MOVE "Y" TO Fin-Archivo
                       NOT AT END
                           IF NH-NOTIF-NRO > Ultimo-Notif-Nro
                               MOVE NH-NOTIF-NRO TO Ultimo-Notif-Nro
                           END-IF
                           IF NH-FECHA-PROCESO > Ultima-Fecha-Proceso
                               MOVE NH-FECHA-PROCESO
                                   TO Ultima-Fecha-Proceso
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE NOTIF-HIST-FILE
           END-IF.
           MOVE "N" TO Fin-Archivo.

       CALCULAR-VENTANA.
           COMPUTE Dias-Proceso =
               FUNCTION INTEGER-OF-DATE(Fecha-Proceso).
           COMPUTE Fecha-Limite = FUNCTION DATE-OF-INTEGER(
               Dias-Proceso - Dias-Retroceso-Max).
           IF Ultima-Fecha-Proceso = 0
               COMPUTE Fecha-Desde =
                   FUNCTION DATE-OF-INTEGER(Dias-Proceso - 1)
           ELSE
               MOVE Ultima-Fecha-Proceso TO Fecha-Desde
           END-IF.
           IF Fecha-Desde < Fecha-Limite
               MOVE Fecha-Limite TO Fecha-Desde
           END-IF.
           DISPLAY "Eventos posteriores al " Fecha-Desde
               " y hasta el " Fecha-Proceso.

       EXTRAER-AVISOS.
           OPEN OUTPUT NOTIF-SALIDA-FILE.
           OPEN EXTEND NOTIF-HIST-FILE.
           IF WS-Notifhist-Status = "35"
               OPEN OUTPUT NOTIF-HIST-FILE
               CLOSE NOTIF-HIST-FILE
               OPEN EXTEND NOTIF-HIST-FILE
           END-IF.
           OPEN INPUT CUENTAS-TAG-FILE.
           IF WS-Cuentas-Tag-Status = "00"
               MOVE "Y" TO Cuentas-Abierto
               PERFORM REVISAR-SALDOS-BAJOS
           END-IF.
           PERFORM REVISAR-ESTADOS-CUENTA.
           PERFORM REVISAR-PAGOS.
           PERFORM REVISAR-RECHAZOS-PAC.
           PERFORM REVISAR-COBRANZAS.
           PERFORM REVISAR-CORTES-INMINENTES.
           IF Cuentas-Abierto = "Y"
               CLOSE CUENTAS-TAG-FILE
               MOVE "N" TO Cuentas-Abierto
           END-IF.
           CLOSE NOTIF-HIST-FILE.
           CLOSE NOTIF-SALIDA-FILE.
           DISPLAY "\n\n------ EXTRACTO DE AVISOS " Fecha-Proceso
               " ------".
           DISPLAY "Eventos a notificar:        " Cantidad-Eventos.
           DISPLAY "Mensajes en NOTIFSAL.DAT:   " Cantidad-Enviados.
           DISPLAY "Eventos sin medio contacto: "
               Cantidad-Sin-Contacto.
           DISPLAY "Eventos sin titular:        "
               Cantidad-Sin-Titular.
           DISPLAY "Eventos sin aviso aceptado: " Cantidad-Excluidos.
           IF Tabla-Desbordada = "Y"
               DISPLAY "ATENCION: mas de 500 cuentas en cobranza, "
                   "revision de cortes incompleta."
           END-IF.
           STRING "EVENTOS=" Cantidad-Eventos
               " MENSAJES=" Cantidad-Enviados
               DELIMITED BY SIZE INTO Audit-Salida.

       BUSCAR-TITULAR.
           MOVE Cuenta-Buscada TO TI-CUENTA-ID.
           READ TITULARES-FILE
               INVALID KEY
                   MOVE "N" TO Titular-Encontrado
               NOT INVALID KEY
                   MOVE "Y" TO Titular-Encontrado
           END-READ.

       REVISAR-SALDOS-BAJOS.
           MOVE "N" TO Fin-Archivo.
           PERFORM UNTIL Fin-Archivo = "Y"
               READ CUENTAS-TAG-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO Fin-Archivo
                   NOT AT END
                       PERFORM EVALUAR-SALDO-BAJO
               END-READ
           END-PERFORM.
           MOVE "N" TO Fin-Archivo.

       EVALUAR-SALDO-BAJO.
           MOVE CT-CUENTA-ID TO Cuenta-Buscada.
           PERFORM BUSCAR-TITULAR.
           IF Titular-Encontrado = "Y"
               IF CT-ALERTA-SALDO = "Y"
                   AND CT-ESTADO-CUENTA NOT = "F"
                   AND CT-ESTADO-CUENTA NOT = "D"
                   AND TI-ULT-ALERTA NOT = "Y"
                   MOVE "SB" TO Evento-Codigo
                   MOVE CT-SALDO TO Evento-Monto
                   MOVE Fecha-Proceso TO Evento-Fecha
                   MOVE "SALDO BAJO EL MINIMO, RECARGUE SU TAG"
                       TO Evento-Mensaje
                   MOVE "N" TO Evento-Obligatorio
                   MOVE TI-AVISO-SALDO TO Aviso-Aceptado
                   PERFORM EMITIR-EVENTO
                   MOVE "Y" TO TI-ULT-ALERTA
                   REWRITE TITULAR-RECORD
               ELSE
                   IF CT-ALERTA-SALDO NOT = "Y"
                       AND TI-ULT-ALERTA = "Y"
                       MOVE "N" TO TI-ULT-ALERTA
                       REWRITE TITULAR-RECORD
                   END-IF
               END-IF
           END-IF.

       REVISAR-ESTADOS-CUENTA.
           MOVE "N" TO Fin-Archivo.
           OPEN INPUT DTE-DOCUMENTOS-FILE.
           IF WS-Dtedocs-Status = "00"
               PERFORM UNTIL Fin-Archivo = "Y"
                   READ DTE-DOCUMENTOS-FILE
                       AT END
                           MOVE "Y" TO Fin-Archivo
                       NOT AT END
                           IF DD-ORIGEN = "ETAG"
                               AND DD-ESTADO NOT = "R"
                               AND DD-FECHA-EMISION > Fecha-Desde
                               AND DD-FECHA-EMISION <= Fecha-Proceso
                               PERFORM AVISAR-ESTADO-CUENTA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DTE-DOCUMENTOS-FILE
           END-IF.
           MOVE "N" TO Fin-Archivo.

       AVISAR-ESTADO-CUENTA.
           MOVE DD-REFERENCIA(1:6) TO Cuenta-Buscada.
           PERFORM BUSCAR-TITULAR.
           MOVE "EC" TO Evento-Codigo.
           MOVE DD-TOTAL TO Evento-Monto.
           MOVE DD-FECHA-EMISION TO Evento-Fecha.
           MOVE DD-PERIODO TO Periodo-Texto.
           MOVE SPACES TO Evento-Mensaje.
           STRING "ESTADO DE CUENTA PERIODO " Periodo-Texto
               " DISPONIBLE"
               DELIMITED BY SIZE INTO Evento-Mensaje.
           MOVE "N" TO Evento-Obligatorio.
           MOVE TI-AVISO-ESTADO TO Aviso-Aceptado.
           PERFORM EMITIR-EVENTO.

       REVISAR-PAGOS.
           MOVE "N" TO Fin-Archivo.
           OPEN INPUT PAGOS-LOG-FILE.
           IF WS-Pagoslog-Status = "00"
               PERFORM UNTIL Fin-Archivo = "Y"
                   READ PAGOS-LOG-FILE
                       AT END
                           MOVE "Y" TO Fin-Archivo
                       NOT AT END
                           IF PG-TIPO-MOV = "P"
                               AND PG-FECHA > Fecha-Desde
                               AND PG-FECHA <= Fecha-Proceso
                               PERFORM AVISAR-PAGO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAGOS-LOG-FILE
           END-IF.
           MOVE "N" TO Fin-Archivo.

       AVISAR-PAGO.
           MOVE PG-CUENTA-ID TO Cuenta-Buscada.
           PERFORM BUSCAR-TITULAR.
           MOVE "PG" TO Evento-Codigo.
           MOVE PG-MONTO TO Evento-Monto.
           MOVE PG-FECHA TO Evento-Fecha.
           MOVE PG-RECIBO-NRO TO Recibo-Texto.
           MOVE SPACES TO Evento-Mensaje.
           STRING "PAGO RECIBIDO, RECIBO " Recibo-Texto
               " MEDIO " PG-MEDIO-PAGO
               DELIMITED BY SIZE INTO Evento-Mensaje.
           MOVE "N" TO Evento-Obligatorio.
           MOVE TI-AVISO-PAGO TO Aviso-Aceptado.
           PERFORM EMITIR-EVENTO.

       REVISAR-RECHAZOS-PAC.
           MOVE "N" TO Fin-Archivo.
           OPEN INPUT PAC-RESP-FILE.
           IF WS-Pacresp-Status = "00"
               PERFORM UNTIL Fin-Archivo = "Y"
                   READ PAC-RESP-FILE
                       AT END
                           MOVE "Y" TO Fin-Archivo
                       NOT AT END
                           IF PR-ESTADO NOT = "A"
                               AND PR-FECHA > Fecha-Desde
                               AND PR-FECHA <= Fecha-Proceso
                               PERFORM AVISAR-RECHAZO-PAC
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAC-RESP-FILE
           END-IF.
           MOVE "N" TO Fin-Archivo.

       AVISAR-RECHAZO-PAC.
           MOVE PR-CUENTA-ID TO Cuenta-Buscada.
           PERFORM BUSCAR-TITULAR.
           MOVE "PR" TO Evento-Codigo.
           MOVE PR-MONTO TO Evento-Monto.
           MOVE PR-FECHA TO Evento-Fecha.
           MOVE SPACES TO Evento-Mensaje.
           STRING "CARGO PAC RECHAZADO: " PR-GLOSA
               DELIMITED BY SIZE INTO Evento-Mensaje.
           MOVE "N" TO Evento-Obligatorio.
           MOVE TI-AVISO-PAC TO Aviso-Aceptado.
           PERFORM EMITIR-EVENTO.

       REVISAR-COBRANZAS.
           MOVE ZEROS TO COBRANZAS-TAG-COUNT.
           MOVE "N" TO Tabla-Desbordada.
           MOVE "N" TO Fin-Archivo.
           OPEN INPUT COBRANZAS-FILE.
           IF WS-Cobranzas-Status = "00"
               PERFORM UNTIL Fin-Archivo = "Y"
                   READ COBRANZAS-FILE
                       AT END
                           MOVE "Y" TO Fin-Archivo
                       NOT AT END
                           IF CB-LINEA = "T"
                               AND CB-FECHA <= Fecha-Proceso
                               PERFORM ACUMULAR-NIVEL-COBRANZA
                               IF CB-FECHA > Fecha-Desde
                                   PERFORM AVISAR-COBRANZA
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COBRANZAS-FILE
           END-IF.
           MOVE "N" TO Fin-Archivo.

       ACUMULAR-NIVEL-COBRANZA.
           PERFORM VARYING CN-IDX FROM 1 BY 1
               UNTIL CN-IDX > COBRANZAS-TAG-COUNT
               OR CN-CUENTA-ID(CN-IDX) = CB-CUENTA-ID(1:6)
               CONTINUE
           END-PERFORM.
           IF CN-IDX > COBRANZAS-TAG-COUNT
               IF COBRANZAS-TAG-COUNT < 500
                   ADD 1 TO COBRANZAS-TAG-COUNT
                   SET CN-IDX TO COBRANZAS-TAG-COUNT
                   MOVE CB-CUENTA-ID(1:6) TO CN-CUENTA-ID(CN-IDX)
               ELSE
                   MOVE "Y" TO Tabla-Desbordada
               END-IF
           END-IF.
           IF CN-IDX <= COBRANZAS-TAG-COUNT
               MOVE CB-NIVEL TO CN-NIVEL(CN-IDX)
               MOVE CB-FECHA TO CN-FECHA(CN-IDX)
               MOVE CB-MONTO TO CN-MONTO(CN-IDX)
           END-IF.

       AVISAR-COBRANZA.
           MOVE CB-CUENTA-ID(1:6) TO Cuenta-Buscada.
           PERFORM BUSCAR-TITULAR.
           EVALUATE CB-NIVEL
               WHEN 1
                   MOVE "PRIMER RECORDATORIO DE PAGO"
                       TO Nivel-Texto
               WHEN 2
                   MOVE "DEMANDA FORMAL DE PAGO" TO Nivel-Texto
               WHEN OTHER
                   MOVE "SERVICIO SUSPENDIDO POR DEUDA"
                       TO Nivel-Texto
           END-EVALUATE.
           MOVE "CB" TO Evento-Codigo.
           MOVE CB-MONTO TO Evento-Monto.
           MOVE CB-FECHA TO Evento-Fecha.
           MOVE SPACES TO Evento-Mensaje.
           STRING "COBRANZA NIVEL " CB-NIVEL ": " Nivel-Texto
               DELIMITED BY SIZE INTO Evento-Mensaje.
           MOVE "Y" TO Evento-Obligatorio.
           MOVE "Y" TO Aviso-Aceptado.
           PERFORM EMITIR-EVENTO.

       REVISAR-CORTES-INMINENTES.
           PERFORM VARYING CN-IDX FROM 1 BY 1
               UNTIL CN-IDX > COBRANZAS-TAG-COUNT
               IF CN-NIVEL(CN-IDX) = 2
                   COMPUTE Dias-Gestion =
                       FUNCTION INTEGER-OF-DATE(CN-FECHA(CN-IDX))
                   IF Dias-Proceso - Dias-Gestion >= Dias-Aviso-Corte
                       PERFORM EVALUAR-CORTE-INMINENTE
                   END-IF
               END-IF
           END-PERFORM.

       EVALUAR-CORTE-INMINENTE.
           MOVE "N" TO Cuenta-Encontrada.
           IF Cuentas-Abierto = "Y"
               MOVE CN-CUENTA-ID(CN-IDX) TO CT-CUENTA-ID
               READ CUENTAS-TAG-FILE
                   INVALID KEY
                       MOVE "N" TO Cuenta-Encontrada
                   NOT INVALID KEY
                       MOVE "Y" TO Cuenta-Encontrada
               END-READ
           END-IF.
           IF Cuenta-Encontrada = "Y"
               AND CT-ESTADO-CUENTA = "A"
               AND ((CT-TIPO-CUENTA = "P" AND CT-SALDO < 0)
                 OR (CT-TIPO-CUENTA NOT = "P" AND CT-SALDO > 0))
               MOVE CN-CUENTA-ID(CN-IDX) TO Cuenta-Buscada
               PERFORM BUSCAR-TITULAR
               IF Titular-Encontrado = "N"
                   ADD 1 TO Cantidad-Sin-Titular
               ELSE
                   IF TI-FECHA-AVISO-CORTE NOT = CN-FECHA(CN-IDX)
                       MOVE "CO" TO Evento-Codigo
                       MOVE CN-MONTO(CN-IDX) TO Evento-Monto
                       MOVE Fecha-Proceso TO Evento-Fecha
                       MOVE SPACES TO Evento-Mensaje
                       STRING "CORTE DE SERVICIO INMINENTE, "
                           "REGULARICE SU DEUDA"
                           DELIMITED BY SIZE INTO Evento-Mensaje
                       MOVE "Y" TO Evento-Obligatorio
                       MOVE "Y" TO Aviso-Aceptado
                       PERFORM EMITIR-EVENTO
                       MOVE CN-FECHA(CN-IDX) TO TI-FECHA-AVISO-CORTE
                       REWRITE TITULAR-RECORD
                   END-IF
               END-IF
           END-IF.

       EMITIR-EVENTO.
           IF Titular-Encontrado = "N"
               ADD 1 TO Cantidad-Sin-Titular
           ELSE
               IF Evento-Obligatorio = "N" AND Aviso-Aceptado NOT = "Y"
                   ADD 1 TO Cantidad-Excluidos
               ELSE
                   PERFORM ENVIAR-EVENTO
               END-IF
           END-IF.

       ENVIAR-EVENTO.
           ADD 1 TO Cantidad-Eventos.
           MOVE ZEROS TO Canales-Enviados.
           IF TI-ACEPTA-EMAIL = "Y" AND TI-EMAIL NOT = SPACES
               MOVE "E" TO Canal-Envio
               MOVE TI-EMAIL TO Destino-Envio
               PERFORM ESCRIBIR-AVISO
           END-IF.
           IF TI-ACEPTA-SMS = "Y" AND TI-TELEFONO NOT = SPACES
               MOVE "S" TO Canal-Envio
               MOVE TI-TELEFONO TO Destino-Envio
               PERFORM ESCRIBIR-AVISO
           END-IF.
           IF Canales-Enviados = 0 AND Evento-Obligatorio = "Y"
               IF TI-EMAIL NOT = SPACES
                   MOVE "E" TO Canal-Envio
                   MOVE TI-EMAIL TO Destino-Envio
                   PERFORM ESCRIBIR-AVISO
               ELSE
                   IF TI-TELEFONO NOT = SPACES
                       MOVE "S" TO Canal-Envio
                       MOVE TI-TELEFONO TO Destino-Envio
                       PERFORM ESCRIBIR-AVISO
                   END-IF
               END-IF
           END-IF.
           IF Canales-Enviados = 0
               ADD 1 TO Cantidad-Sin-Contacto
               ADD 1 TO Ultimo-Notif-Nro
               MOVE SPACE TO Canal-Envio
               MOVE "SIN MEDIO DE CONTACTO" TO Destino-Envio
               PERFORM ESCRIBIR-HISTORIAL-AVISO
               MOVE "S" TO NH-ESTADO
               MOVE Fecha-Proceso TO NH-FECHA-RESP
               MOVE "NO ENVIADO" TO NH-GLOSA
               WRITE NOTIF-HIST-RECORD
           END-IF.

       ESCRIBIR-AVISO.
           ADD 1 TO Ultimo-Notif-Nro.
           ADD 1 TO Canales-Enviados.
           ADD 1 TO Cantidad-Enviados.
           MOVE Ultimo-Notif-Nro TO NS-NOTIF-NRO.
           MOVE Canal-Envio TO NS-CANAL.
           MOVE Destino-Envio TO NS-DESTINO.
           MOVE TI-CUENTA-ID TO NS-CUENTA-ID.
           MOVE TI-NOMBRE TO NS-NOMBRE.
           MOVE Evento-Codigo TO NS-EVENTO.
           MOVE Evento-Monto TO NS-MONTO.
           MOVE Evento-Fecha TO NS-FECHA-EVENTO.
           MOVE Evento-Mensaje TO NS-MENSAJE.
           WRITE NOTIF-SALIDA-RECORD.
           PERFORM ESCRIBIR-HISTORIAL-AVISO.
           WRITE NOTIF-HIST-RECORD.

       ESCRIBIR-HISTORIAL-AVISO.
           MOVE Ultimo-Notif-Nro TO NH-NOTIF-NRO.
           MOVE Canal-Envio TO NH-CANAL.
           MOVE Destino-Envio TO NH-DESTINO.
           MOVE TI-CUENTA-ID TO NH-CUENTA-ID.
           MOVE Evento-Codigo TO NH-EVENTO.
           MOVE Evento-Monto TO NH-MONTO.
           MOVE Evento-Fecha TO NH-FECHA-EVENTO.
           MOVE Fecha-Proceso TO NH-FECHA-PROCESO.
           MOVE "P" TO NH-ESTADO.
           MOVE ZEROS TO NH-FECHA-RESP.
           MOVE SPACES TO NH-GLOSA.

       CARGAR-RESULTADOS.
           MOVE ZEROS TO RESPUESTAS-COUNT.
           MOVE ZEROS TO Cantidad-Respuestas.
           MOVE ZEROS TO Cantidad-Entregados.
           MOVE ZEROS TO Cantidad-Rebotados.
           MOVE "N" TO Fin-Archivo.
           MOVE "RESULTADOS DE ENTREGA" TO Audit-Entrada.
           MOVE SPACES TO Audit-Salida.
           OPEN INPUT NOTIF-RESP-FILE.
           IF WS-Notifresp-Status NOT = "00"
               DISPLAY "No hay NOTIFRESP.DAT que procesar."
           ELSE
               PERFORM UNTIL Fin-Archivo = "Y"
                   READ NOTIF-RESP-FILE
                       AT END
                           MOVE "Y" TO Fin-Archivo
                       NOT AT END
                           ADD 1 TO Cantidad-Respuestas
                           PERFORM GUARDAR-RESPUESTA
                   END-READ
               END-PERFORM
               CLOSE NOTIF-RESP-FILE
               MOVE "N" TO Fin-Archivo
               IF RESPUESTAS-COUNT > 0
                   PERFORM APLICAR-TRAMO-RESULTADOS
               END-IF
               DISPLAY "Resultados leidos: " Cantidad-Respuestas
                   " Entregados: " Cantidad-Entregados
                   " Rebotados: " Cantidad-Rebotados
           END-IF.
           MOVE "N" TO Fin-Archivo.
           STRING "ENTREGADOS=" Cantidad-Entregados
               " REBOTADOS=" Cantidad-Rebotados
               DELIMITED BY SIZE INTO Audit-Salida.

       GUARDAR-RESPUESTA.
           IF NR-ESTADO NOT = "E" AND NR-ESTADO NOT = "R"
               MOVE "ESTADO DE ENTREGA INVALIDO" TO WS-Rechazo-Motivo
               MOVE SPACES TO WS-Rechazo-Detalle
               STRING "NOTIF=" NR-NOTIF-NRO " ESTADO=" NR-ESTADO
                   DELIMITED BY SIZE INTO WS-Rechazo-Detalle
               PERFORM REGISTRAR-RECHAZO
           ELSE
               IF RESPUESTAS-COUNT = 500
                   PERFORM APLICAR-TRAMO-RESULTADOS
               END-IF
               ADD 1 TO RESPUESTAS-COUNT
               SET RS-IDX TO RESPUESTAS-COUNT
               MOVE NR-NOTIF-NRO TO RS-NOTIF-NRO(RS-IDX)
               MOVE NR-ESTADO TO RS-ESTADO(RS-IDX)
               MOVE NR-FECHA TO RS-FECHA(RS-IDX)
               MOVE NR-GLOSA TO RS-GLOSA(RS-IDX)
               MOVE "N" TO RS-APLICADA(RS-IDX)
           END-IF.

       APLICAR-TRAMO-RESULTADOS.
           PERFORM APLICAR-RESULTADOS.
           PERFORM VARYING RS-IDX FROM 1 BY 1
               UNTIL RS-IDX > RESPUESTAS-COUNT
               IF RS-APLICADA(RS-IDX) = "N"
                   DISPLAY "Resultado sin aviso enviado: nro "
                       RS-NOTIF-NRO(RS-IDX)
                   MOVE "RESULTADO SIN AVISO ENVIADO"
                       TO WS-Rechazo-Motivo
                   MOVE SPACES TO WS-Rechazo-Detalle
                   STRING "NOTIF=" RS-NOTIF-NRO(RS-IDX)
                       " ESTADO=" RS-ESTADO(RS-IDX)
                       DELIMITED BY SIZE INTO WS-Rechazo-Detalle
                   PERFORM REGISTRAR-RECHAZO
               END-IF
           END-PERFORM.
           MOVE ZEROS TO RESPUESTAS-COUNT.

       APLICAR-RESULTADOS.
           MOVE "N" TO Fin-Busqueda.
           OPEN INPUT NOTIF-HIST-FILE.
           IF WS-Notifhist-Status NOT = "00"
               DISPLAY "No hay NOTIFHIST.DAT con avisos enviados."
           ELSE
               OPEN OUTPUT NOTIF-HIST-TMP-FILE
               PERFORM UNTIL Fin-Busqueda = "Y"
                   READ NOTIF-HIST-FILE
                       AT END
                           MOVE "Y" TO Fin-Busqueda
                       NOT AT END
                           PERFORM APLICAR-RESULTADO-AVISO
                           MOVE SPACES TO NOTIF-HIST-TMP-RECORD
                           MOVE NOTIF-HIST-RECORD
                               TO NOTIF-HIST-TMP-RECORD
                           WRITE NOTIF-HIST-TMP-RECORD
                   END-READ
               END-PERFORM
               CLOSE NOTIF-HIST-FILE
               CLOSE NOTIF-HIST-TMP-FILE
               PERFORM DEVOLVER-HISTORIAL
           END-IF.
           MOVE "N" TO Fin-Busqueda.

       APLICAR-RESULTADO-AVISO.
           PERFORM VARYING RS-IDX FROM 1 BY 1
               UNTIL RS-IDX > RESPUESTAS-COUNT
               OR RS-NOTIF-NRO(RS-IDX) = NH-NOTIF-NRO
               CONTINUE
           END-PERFORM.
           IF RS-IDX <= RESPUESTAS-COUNT
               AND NH-ESTADO NOT = "S"
               MOVE RS-ESTADO(RS-IDX) TO NH-ESTADO
               MOVE RS-FECHA(RS-IDX) TO NH-FECHA-RESP
               MOVE RS-GLOSA(RS-IDX) TO NH-GLOSA
               MOVE "Y" TO RS-APLICADA(RS-IDX)
               IF RS-ESTADO(RS-IDX) = "E"
                   ADD 1 TO Cantidad-Entregados
               ELSE
                   ADD 1 TO Cantidad-Rebotados
                   IF NH-EVENTO = "CB" OR NH-EVENTO = "CO"
                       DISPLAY "ATENCION: aviso de cobranza no "
                           "entregado, cuenta " NH-CUENTA-ID
                           " (" NH-DESTINO ")"
                   END-IF
               END-IF
           END-IF.

       DEVOLVER-HISTORIAL.
           MOVE "N" TO Fin-Busqueda.
           OPEN INPUT NOTIF-HIST-TMP-FILE.
           OPEN OUTPUT NOTIF-HIST-FILE.
           PERFORM UNTIL Fin-Busqueda = "Y"
               READ NOTIF-HIST-TMP-FILE
                   AT END
                       MOVE "Y" TO Fin-Busqueda
                   NOT AT END
                       MOVE NOTIF-HIST-TMP-RECORD
                           TO NOTIF-HIST-RECORD
                       WRITE NOTIF-HIST-RECORD
               END-READ
           END-PERFORM.
           CLOSE NOTIF-HIST-TMP-FILE.
           CLOSE NOTIF-HIST-FILE.
           MOVE "N" TO Fin-Busqueda.
