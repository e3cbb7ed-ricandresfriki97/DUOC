       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENCARGOS-POLICIALES.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENCARGOS-POL-FILE ASSIGN TO "ENCARGOSPOL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Encargospol-Status.
           SELECT ENCARGOS-FILE ASSIGN TO "ENCARGOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Encargos-Status.
           SELECT ENCARGOS-TMP-FILE ASSIGN TO "ENCARGTMP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Encargtmp-Status.
           SELECT ALERTAS-POL-FILE ASSIGN TO "ALERTAPOL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Alertapol-Status.
           SELECT ALERTAS-TMP-FILE ASSIGN TO "ALERTTMP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Alerttmp-Status.
           SELECT ENCARGOS-RPT-FILE ASSIGN TO "ENCARGOS.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Encargosrpt-Status.
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
       FD  ENCARGOS-POL-FILE.
           COPY ENCARGOPOL.
       FD  ENCARGOS-FILE.
           COPY ENCARGO.
       FD  ENCARGOS-TMP-FILE.
       01  ENCARGO-TMP-RECORD PIC X(58).
       FD  ALERTAS-POL-FILE.
           COPY ALERTAPOL.
       FD  ALERTAS-TMP-FILE.
       01  ALERTA-TMP-RECORD PIC X(86).
       FD  ENCARGOS-RPT-FILE.
       01  ENCARGO-LINEA PIC X(100).
       FD  OPERADORES-FILE.
           COPY OPERADOR.
       FD  AUDITORIA-FILE.
           COPY AUDITORIAF.
       FD  RECHAZOS-FILE.
           COPY RECHAZOF.

       WORKING-STORAGE SECTION.
       01 Modo-Operacion      PIC X VALUE "R".
       01 Fecha-Reporte       PIC 9(8) VALUE 0.
       01 Cantidad-Leidos     PIC 9(5) VALUE 0.
       01 Cantidad-Vigentes   PIC 9(5) VALUE 0.
       01 Cantidad-Vencidos   PIC 9(5) VALUE 0.
       01 Cantidad-Invalidos  PIC 9(5) VALUE 0.
       01 Cantidad-Purgados   PIC 9(5) VALUE 0.
       01 Cantidad-Alertas    PIC 9(5) VALUE 0.
       01 Alertas-Tag         PIC 9(5) VALUE 0.
       01 Alertas-Cash        PIC 9(5) VALUE 0.
       01 Alertas-Suspenso    PIC 9(5) VALUE 0.
       01 Alertas-Interop     PIC 9(5) VALUE 0.
       01 Orden-Texto         PIC X(10) VALUE SPACES.
       01 Pago-Texto          PIC X(10) VALUE SPACES.
       01 Encargo-Valido      PIC X VALUE "Y".
       01 Fin-Archivo         PIC X VALUE "N".
       01 WS-Encargospol-Status PIC XX VALUE "00".
       01 WS-Encargos-Status    PIC XX VALUE "00".
       01 WS-Encargtmp-Status   PIC XX VALUE "00".
       01 WS-Alertapol-Status   PIC XX VALUE "00".
       01 WS-Alerttmp-Status    PIC XX VALUE "00".
       01 WS-Encargosrpt-Status PIC XX VALUE "00".
       01 WS-Operadores-Status  PIC XX VALUE "00".
       01 WS-Auditoria-Status   PIC XX VALUE "00".
       01 WS-Rechazos-Status    PIC XX VALUE "00".
       01 WS-Rechazo-Motivo PIC X(40) VALUE SPACES.
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
           ACCEPT WS-Fecha-Sistema FROM DATE YYYYMMDD.
           DISPLAY "Modo (C = Cargar lista de Carabineros, ".
           DISPLAY "  P = Purgar encargos vencidos, ".
           DISPLAY "  R = Reporte de alertas pendientes): ".
           ACCEPT Modo-Operacion.
           EVALUATE Modo-Operacion
               WHEN "C"
               WHEN "c"
                   PERFORM EXIGIR-SUPERVISOR
                   IF Rol-Operador = "S"
                       PERFORM CARGAR-LISTA-POLICIAL
                   END-IF
               WHEN "P"
               WHEN "p"
                   PERFORM PURGAR-VENCIDOS
                   MOVE "PURGA ENCARGOS VENCIDOS" TO Audit-Entrada
                   STRING "PURGADOS=" Cantidad-Purgados
                       " VIGENTES=" Cantidad-Vigentes
                       DELIMITED BY SIZE INTO Audit-Salida
               WHEN OTHER
                   PERFORM REPORTE-ALERTAS
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

       EXIGIR-SUPERVISOR.
           IF Rol-Operador NOT = "S"
               DISPLAY "La carga de encargos requiere rol de "
                   "supervisor."
               MOVE "CARGA SIN ROL SUPERVISOR" TO WS-Rechazo-Motivo
               MOVE SPACES TO PO-PATENTE
               PERFORM REGISTRAR-RECHAZO
               MOVE "CARGA ENCARGOS" TO Audit-Entrada
               MOVE "RECHAZADA SIN ROL SUPERVISOR" TO Audit-Salida
               MOVE 1 TO RETURN-CODE
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
           MOVE "ENCARGOS-POLICIALES" TO RZ-PROGRAMA.
           MOVE WS-Fecha-Sistema TO RZ-FECHA.
           MOVE WS-Hora-Sistema TO RZ-HORA.
           MOVE Operador TO RZ-OPERADOR.
           MOVE WS-Rechazo-Motivo TO RZ-MOTIVO.
           MOVE SPACES TO RZ-DETALLE.
           STRING "PATENTE=" PO-PATENTE " ORDEN=" PO-TIPO-ORDEN
               " HASTA=" PO-FECHA-HASTA
               DELIMITED BY SIZE INTO RZ-DETALLE.
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
           MOVE "ENCARGOS-POLICIALES" TO AU-PROGRAMA.
           MOVE WS-Fecha-Sistema TO AU-FECHA.
           MOVE WS-Hora-Sistema TO AU-HORA.
           MOVE Operador TO AU-OPERADOR.
           MOVE Audit-Entrada TO AU-ENTRADA.
           MOVE Audit-Salida TO AU-SALIDA.
           WRITE AUDITORIA-RECORD.
           CLOSE AUDITORIA-FILE.

       CARGAR-LISTA-POLICIAL.
           MOVE ZEROS TO Cantidad-Leidos.
           MOVE ZEROS TO Cantidad-Vigentes.
           MOVE ZEROS TO Cantidad-Vencidos.
           MOVE ZEROS TO Cantidad-Invalidos.
           MOVE "CARGA ENCARGOS" TO Audit-Entrada.
           MOVE SPACES TO Audit-Salida.
           MOVE "N" TO Fin-Archivo.
           OPEN INPUT ENCARGOS-POL-FILE.
           IF WS-Encargospol-Status NOT = "00"
               DISPLAY "No hay ENCARGOSPOL.DAT que cargar; "
                   "se mantiene la lista vigente."
               MOVE "SIN ARCHIVO DE CARABINEROS" TO Audit-Salida
           ELSE
               OPEN OUTPUT ENCARGOS-FILE
               PERFORM UNTIL Fin-Archivo = "Y"
                   READ ENCARGOS-POL-FILE
                       AT END
                           MOVE "Y" TO Fin-Archivo
                       NOT AT END
                           ADD 1 TO Cantidad-Leidos
                           PERFORM CARGAR-ENCARGO
                   END-READ
               END-PERFORM
               CLOSE ENCARGOS-POL-FILE
               CLOSE ENCARGOS-FILE
               DISPLAY "Lista de Carabineros cargada. Leidos: "
                   Cantidad-Leidos " Vigentes: " Cantidad-Vigentes
               DISPLAY "Vencidos descartados: " Cantidad-Vencidos
                   " Invalidos (ver RECHAZOS.DAT): "
                   Cantidad-Invalidos
               STRING "VIGENTES=" Cantidad-Vigentes
                   " VENC=" Cantidad-Vencidos
                   " INVAL=" Cantidad-Invalidos
                   DELIMITED BY SIZE INTO Audit-Salida
           END-IF.
           MOVE "N" TO Fin-Archivo.

       CARGAR-ENCARGO.
           MOVE "Y" TO Encargo-Valido.
           IF PO-PATENTE = SPACES
               MOVE "ENCARGO SIN PATENTE" TO WS-Rechazo-Motivo
               MOVE "N" TO Encargo-Valido
           END-IF.
           IF PO-TIPO-ORDEN NOT = "R" AND PO-TIPO-ORDEN NOT = "D"
               MOVE "TIPO DE ORDEN INVALIDO" TO WS-Rechazo-Motivo
               MOVE "N" TO Encargo-Valido
           END-IF.
           IF PO-FECHA-DESDE IS NOT NUMERIC
               OR PO-FECHA-HASTA IS NOT NUMERIC
               MOVE "FECHAS DE VIGENCIA INVALIDAS"
                   TO WS-Rechazo-Motivo
               MOVE "N" TO Encargo-Valido
           ELSE
               IF PO-FECHA-HASTA NOT = 0
                   AND PO-FECHA-HASTA < PO-FECHA-DESDE
                   MOVE "FECHAS DE VIGENCIA INVALIDAS"
                       TO WS-Rechazo-Motivo
                   MOVE "N" TO Encargo-Valido
               END-IF
           END-IF.
           IF Encargo-Valido = "N"
               ADD 1 TO Cantidad-Invalidos
               PERFORM REGISTRAR-RECHAZO
           ELSE
               IF PO-FECHA-HASTA NOT = 0
                   AND PO-FECHA-HASTA < WS-Fecha-Sistema
                   ADD 1 TO Cantidad-Vencidos
               ELSE
                   ADD 1 TO Cantidad-Vigentes
                   MOVE PO-PATENTE TO EG-PATENTE
                   MOVE PO-TIPO-ORDEN TO EG-TIPO-ORDEN
                   MOVE PO-FECHA-DESDE TO EG-FECHA-DESDE
                   MOVE PO-FECHA-HASTA TO EG-FECHA-HASTA
                   MOVE PO-REFERENCIA TO EG-REFERENCIA
                   MOVE WS-Fecha-Sistema TO EG-FECHA-CARGA
                   MOVE Operador TO EG-OPERADOR
                   WRITE ENCARGO-RECORD
               END-IF
           END-IF.

       PURGAR-VENCIDOS.
           MOVE ZEROS TO Cantidad-Purgados.
           MOVE ZEROS TO Cantidad-Vigentes.
           MOVE "N" TO Fin-Archivo.
           OPEN INPUT ENCARGOS-FILE.
           IF WS-Encargos-Status = "00"
               OPEN OUTPUT ENCARGOS-TMP-FILE
               PERFORM UNTIL Fin-Archivo = "Y"
                   READ ENCARGOS-FILE
                       AT END
                           MOVE "Y" TO Fin-Archivo
                       NOT AT END
                           IF EG-FECHA-HASTA NOT = 0
                               AND EG-FECHA-HASTA < WS-Fecha-Sistema
                               ADD 1 TO Cantidad-Purgados
                           ELSE
                               ADD 1 TO Cantidad-Vigentes
                               MOVE SPACES TO ENCARGO-TMP-RECORD
                               MOVE ENCARGO-RECORD
                                   TO ENCARGO-TMP-RECORD
                               WRITE ENCARGO-TMP-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ENCARGOS-FILE
               CLOSE ENCARGOS-TMP-FILE
               IF Cantidad-Purgados > 0
                   PERFORM DEVOLVER-ENCARGOS
               END-IF
           END-IF.
           MOVE "N" TO Fin-Archivo.
           DISPLAY "Encargos vencidos purgados: " Cantidad-Purgados
               " Vigentes: " Cantidad-Vigentes.

       DEVOLVER-ENCARGOS.
           MOVE "N" TO Fin-Archivo.
           OPEN INPUT ENCARGOS-TMP-FILE.
           OPEN OUTPUT ENCARGOS-FILE.
           PERFORM UNTIL Fin-Archivo = "Y"
               READ ENCARGOS-TMP-FILE
                   AT END
                       MOVE "Y" TO Fin-Archivo
                   NOT AT END
                       MOVE ENCARGO-TMP-RECORD TO ENCARGO-RECORD
                       WRITE ENCARGO-RECORD
               END-READ
           END-PERFORM.
           CLOSE ENCARGOS-TMP-FILE.
           CLOSE ENCARGOS-FILE.
           MOVE "N" TO Fin-Archivo.

       REPORTE-ALERTAS.
           DISPLAY "Detectadas hasta (AAAAMMDD, 0 = hoy): ".
           ACCEPT Fecha-Reporte.
           IF Fecha-Reporte = 0
               MOVE WS-Fecha-Sistema TO Fecha-Reporte
           END-IF.
           PERFORM PURGAR-VENCIDOS.
           MOVE ZEROS TO Cantidad-Alertas.
           MOVE ZEROS TO Alertas-Tag.
           MOVE ZEROS TO Alertas-Cash.
           MOVE ZEROS TO Alertas-Suspenso.
           MOVE ZEROS TO Alertas-Interop.
           OPEN OUTPUT ENCARGOS-RPT-FILE.
           MOVE SPACES TO ENCARGO-LINEA.
           STRING "CRUCES CON ENCARGO POLICIAL - PENDIENTES "
               "DETECTADOS HASTA EL " Fecha-Reporte
               DELIMITED BY SIZE INTO ENCARGO-LINEA.
           WRITE ENCARGO-LINEA.
           MOVE SPACES TO ENCARGO-LINEA.
           STRING "PATENTE  ORDEN      REFERENCIA      PLAZA "
               "FECHA    HORA PISTA PAGO       CUENTA"
               DELIMITED BY SIZE INTO ENCARGO-LINEA.
           WRITE ENCARGO-LINEA.
           MOVE "N" TO Fin-Archivo.
           OPEN INPUT ALERTAS-POL-FILE.
           IF WS-Alertapol-Status = "00"
               OPEN OUTPUT ALERTAS-TMP-FILE
               PERFORM UNTIL Fin-Archivo = "Y"
                   READ ALERTAS-POL-FILE
                       AT END
                           MOVE "Y" TO Fin-Archivo
                       NOT AT END
                           IF AP-REPORTADA NOT = "Y"
                               AND AP-FECHA-DETEC <= Fecha-Reporte
                               PERFORM ESCRIBIR-ALERTA
                               MOVE "Y" TO AP-REPORTADA
                           END-IF
                           MOVE SPACES TO ALERTA-TMP-RECORD
                           MOVE ALERTA-POL-RECORD
                               TO ALERTA-TMP-RECORD
                           WRITE ALERTA-TMP-RECORD
                   END-READ
               END-PERFORM
               CLOSE ALERTAS-POL-FILE
               CLOSE ALERTAS-TMP-FILE
               IF Cantidad-Alertas > 0
                   PERFORM DEVOLVER-ALERTAS
               END-IF
           END-IF.
           MOVE "N" TO Fin-Archivo.
           MOVE SPACES TO ENCARGO-LINEA.
           WRITE ENCARGO-LINEA.
           MOVE SPACES TO ENCARGO-LINEA.
           STRING "TOTAL ALERTAS: " Cantidad-Alertas
               "  TAG: " Alertas-Tag
               "  EFECTIVO: " Alertas-Cash
               "  SUSPENSO: " Alertas-Suspenso
               "  INTEROP: " Alertas-Interop
               DELIMITED BY SIZE INTO ENCARGO-LINEA.
           WRITE ENCARGO-LINEA.
           CLOSE ENCARGOS-RPT-FILE.
           DISPLAY "Alertas pendientes hasta el " Fecha-Reporte ": "
               Cantidad-Alertas " (ENCARGOS.RPT).".
           MOVE SPACES TO Audit-Entrada.
           STRING "REPORTE ALERTAS FECHA=" Fecha-Reporte
               DELIMITED BY SIZE INTO Audit-Entrada.
           MOVE SPACES TO Audit-Salida.
           STRING "ALERTAS=" Cantidad-Alertas
               " PURGADOS=" Cantidad-Purgados
               DELIMITED BY SIZE INTO Audit-Salida.

       DEVOLVER-ALERTAS.
           MOVE "N" TO Fin-Archivo.
           OPEN INPUT ALERTAS-TMP-FILE.
           OPEN OUTPUT ALERTAS-POL-FILE.
           PERFORM UNTIL Fin-Archivo = "Y"
               READ ALERTAS-TMP-FILE
                   AT END
                       MOVE "Y" TO Fin-Archivo
                   NOT AT END
                       MOVE ALERTA-TMP-RECORD TO ALERTA-POL-RECORD
                       WRITE ALERTA-POL-RECORD
               END-READ
           END-PERFORM.
           CLOSE ALERTAS-TMP-FILE.
           CLOSE ALERTAS-POL-FILE.
           MOVE "N" TO Fin-Archivo.

       ESCRIBIR-ALERTA.
           ADD 1 TO Cantidad-Alertas.
           IF AP-TIPO-ORDEN = "D"
               MOVE "DETENCION" TO Orden-Texto
           ELSE
               MOVE "ROBO" TO Orden-Texto
           END-IF.
           EVALUATE AP-TIPO-PAGO
               WHEN "TAG"
                   ADD 1 TO Alertas-Tag
                   MOVE "TAG" TO Pago-Texto
               WHEN "CASH"
                   ADD 1 TO Alertas-Cash
                   MOVE "EFECTIVO" TO Pago-Texto
               WHEN "INTR"
                   ADD 1 TO Alertas-Interop
                   MOVE "INTEROP" TO Pago-Texto
               WHEN OTHER
                   ADD 1 TO Alertas-Suspenso
                   MOVE "SUSPENSO" TO Pago-Texto
           END-EVALUATE.
           MOVE SPACES TO ENCARGO-LINEA.
           STRING AP-PATENTE " " Orden-Texto " " AP-REFERENCIA " "
               AP-PLAZA "   " AP-FECHA " " AP-HORA "   " AP-PISTA
               "    " Pago-Texto " " AP-CUENTA-ID
               DELIMITED BY SIZE INTO ENCARGO-LINEA.
           WRITE ENCARGO-LINEA.
