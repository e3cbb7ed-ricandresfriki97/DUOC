       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMISION-DTE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FOLIOS-FILE ASSIGN TO "FOLIOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Folios-Status.
           SELECT DTE-PENDIENTE-FILE ASSIGN TO "DTEPEND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Dtepend-Status.
           SELECT DTE-PEND-TMP-FILE ASSIGN TO "DTEPTMP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Dteptmp-Status.
           SELECT DTE-DOCUMENTOS-FILE ASSIGN TO "DTEDOCS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Dtedocs-Status.
           SELECT DTE-DOC-TMP-FILE ASSIGN TO "DTEDTMP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Dtedtmp-Status.
           SELECT DTE-SALIDA-FILE ASSIGN TO "DTESALIDA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Dtesal-Status.
           SELECT DTE-RESP-FILE ASSIGN TO "DTERESP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Dteresp-Status.
           SELECT IVA-CONFIG-FILE ASSIGN TO "IVACONFIG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Ivaconfig-Status.
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
       FD  FOLIOS-FILE.
           COPY FOLIO.
       FD  DTE-PENDIENTE-FILE.
           COPY DTEPEND.
       FD  DTE-PEND-TMP-FILE.
       01  DTE-PEND-TMP-RECORD PIC X(150).
       FD  DTE-DOCUMENTOS-FILE.
           COPY DTEDOC.
       FD  DTE-DOC-TMP-FILE.
       01  DTE-DOC-TMP-RECORD PIC X(150).
       FD  DTE-SALIDA-FILE.
           COPY DTESAL.
       FD  DTE-RESP-FILE.
           COPY DTERESP.
       FD  IVA-CONFIG-FILE.
           COPY IVACONFIG.
       FD  OPERADORES-FILE.
           COPY OPERADOR.
       FD  AUDITORIA-FILE.
           COPY AUDITORIAF.
       FD  RECHAZOS-FILE.
           COPY RECHAZOF.

       WORKING-STORAGE SECTION.
       01 Modo-Operacion      PIC X VALUE "G".
       01 Fin-Archivo         PIC X VALUE "N".
       01 Fin-Busqueda        PIC X VALUE "N".
       01 FOLIOS-TABLE.
           05 FOLIO-ENTRY OCCURS 20 TIMES INDEXED BY FL-IDX.
               10 FL-TIPO-DTE       PIC 9(3).
               10 FL-DESDE          PIC 9(10).
               10 FL-HASTA          PIC 9(10).
               10 FL-ULTIMO         PIC 9(10).
               10 FL-ALERTA         PIC 9(7).
               10 FL-FECHA-AUTORIZ  PIC 9(8).
               10 FL-OPERADOR       PIC X(10).
       01 FOLIOS-COUNT        PIC 9(4) VALUE 0.
       01 LINEAS-TABLE.
           05 LINEA-ENTRY OCCURS 50 TIMES INDEXED BY LN-IDX.
               10 LN-DESCRIPCION    PIC X(30).
               10 LN-CANTIDAD       PIC 9(7).
               10 LN-MONTO          PIC S9(11).
               10 LN-EXENTO         PIC X.
       01 LINEAS-COUNT        PIC 9(4) VALUE 0.
       01 Lineas-Desbordadas  PIC X VALUE "N".
       01 RESPUESTAS-TABLE.
           05 RESPUESTA-ENTRY OCCURS 500 TIMES INDEXED BY RS-IDX.
               10 RS-TIPO-DTE       PIC 9(3).
               10 RS-FOLIO          PIC 9(10).
               10 RS-ESTADO         PIC X.
               10 RS-GLOSA          PIC X(30).
               10 RS-FECHA          PIC 9(8).
               10 RS-APLICADA       PIC X.
       01 RESPUESTAS-COUNT    PIC 9(4) VALUE 0.
       01 Tipo-DTE            PIC 9(3) VALUE 0.
       01 Tipo-Valido         PIC X VALUE "N".
       01 Folio-Desde         PIC 9(10) VALUE 0.
       01 Folio-Hasta         PIC 9(10) VALUE 0.
       01 Folio-Alerta        PIC 9(7) VALUE 0.
       01 Fecha-Autoriz       PIC 9(8) VALUE 0.
       01 Rango-Solapado      PIC X VALUE "N".
       01 Folio-Asignado      PIC 9(10) VALUE 0.
       01 Folio-Pos           PIC 9(4) VALUE 0.
       01 Folio-Menor-Desde   PIC 9(10) VALUE 0.
       01 Folios-Disponibles  PIC 9(11) VALUE 0.
       01 Folios-Umbral       PIC 9(7) VALUE 0.
       01 Rangos-Tipo         PIC 9(4) VALUE 0.
       01 Doc-Origen          PIC X(4) VALUE SPACES.
       01 Doc-Referencia      PIC X(10) VALUE SPACES.
       01 Doc-Periodo         PIC 9(6) VALUE 0.
       01 Doc-Tipo-DTE        PIC 9(3) VALUE 0.
       01 Doc-Receptor        PIC X(10) VALUE SPACES.
       01 Doc-Nombre          PIC X(30) VALUE SPACES.
       01 Doc-Total           PIC S9(11) VALUE 0.
       01 Doc-Exento          PIC S9(11) VALUE 0.
       01 Doc-Afecto          PIC S9(11) VALUE 0.
       01 Doc-Neto            PIC S9(11) VALUE 0.
       01 Doc-IVA             PIC S9(11) VALUE 0.
       01 Doc-Ref-Doc         PIC X(10) VALUE SPACES.
       01 Doc-Ref-Periodo     PIC 9(6) VALUE 0.
       01 Doc-Fecha           PIC 9(8) VALUE 0.
       01 Doc-Emitido         PIC X VALUE "N".
       01 Doc-Folio-Previo    PIC 9(10) VALUE 0.
       01 Ref-Tipo            PIC 9(3) VALUE 0.
       01 Ref-Folio           PIC X(10) VALUE SPACES.
       01 Cantidad-Emitidos   PIC 9(5) VALUE 0.
       01 Cantidad-Omitidos   PIC 9(5) VALUE 0.
       01 Cantidad-Sin-Folio  PIC 9(5) VALUE 0.
       01 Cantidad-Sin-Monto  PIC 9(5) VALUE 0.
       01 Cantidad-Pendientes PIC 9(5) VALUE 0.
       01 Cantidad-Aceptados  PIC 9(5) VALUE 0.
       01 Cantidad-Rechazados PIC 9(5) VALUE 0.
       01 Cantidad-Huerfanas  PIC 9(5) VALUE 0.
       01 Monto-Emitido       PIC S9(13) VALUE 0.
       01 Monto-Desp          PIC -(12)9.
       01 Tasa-IVA            PIC 99V99 VALUE 19.
       01 WS-Folios-Status    PIC XX VALUE "00".
       01 WS-Dtepend-Status   PIC XX VALUE "00".
       01 WS-Dteptmp-Status   PIC XX VALUE "00".
       01 WS-Dtedocs-Status   PIC XX VALUE "00".
       01 WS-Dtedtmp-Status   PIC XX VALUE "00".
       01 WS-Dtesal-Status    PIC XX VALUE "00".
       01 WS-Dteresp-Status   PIC XX VALUE "00".
       01 WS-Ivaconfig-Status PIC XX VALUE "00".
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
           DISPLAY "Modo (F = Registrar rango de folios autorizado, ".
           DISPLAY "  L = Listar folios y documentos, ".
           DISPLAY "  G = Generar archivo DTE al proveedor, ".
           DISPLAY "  R = Procesar respuesta del proveedor): ".
           ACCEPT Modo-Operacion.
           PERFORM CARGAR-FOLIOS.
           EVALUATE Modo-Operacion
               WHEN "F"
               WHEN "f"
                   IF Rol-Operador NOT = "S"
                       DISPLAY "Registrar folios requiere rol de "
                           "supervisor."
                       MOVE "FOLIOS DTE SIN ROL SUPERVISOR"
                           TO WS-Rechazo-Motivo
                       PERFORM REGISTRAR-RECHAZO
                   ELSE
                       PERFORM REGISTRAR-RANGO
                   END-IF
               WHEN "L"
               WHEN "l"
                   PERFORM LISTAR-FOLIOS
               WHEN "R"
               WHEN "r"
                   PERFORM PROCESAR-RESPUESTA
               WHEN OTHER
                   PERFORM GENERAR-ARCHIVO-DTE
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

       REGISTRAR-AUDITORIA.
           ACCEPT WS-Fecha-Sistema FROM DATE YYYYMMDD.
           ACCEPT WS-Hora-Sistema FROM TIME.
           OPEN EXTEND AUDITORIA-FILE.
           IF WS-Auditoria-Status = "35"
               OPEN OUTPUT AUDITORIA-FILE
               CLOSE AUDITORIA-FILE
               OPEN EXTEND AUDITORIA-FILE
           END-IF.
           MOVE "EMISION-DTE" TO AU-PROGRAMA.
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
           MOVE "EMISION-DTE" TO RZ-PROGRAMA.
           MOVE WS-Fecha-Sistema TO RZ-FECHA.
           MOVE WS-Hora-Sistema TO RZ-HORA.
           MOVE Operador TO RZ-OPERADOR.
           MOVE WS-Rechazo-Motivo TO RZ-MOTIVO.
           MOVE SPACES TO RZ-DETALLE.
           STRING "TIPO=" Tipo-DTE " FOLIO=" Folio-Asignado
               " DOC=" Doc-Origen "/" Doc-Referencia
               DELIMITED BY SIZE INTO RZ-DETALLE.
           MOVE "A" TO RZ-ESTADO.
           MOVE SPACES TO RZ-RESUELTO-POR.
           MOVE ZEROS TO RZ-FECHA-RESOL.
           WRITE RECHAZO-RECORD.
           CLOSE RECHAZOS-FILE.

       CARGAR-CONFIG-IVA.
           OPEN INPUT IVA-CONFIG-FILE.
           IF WS-Ivaconfig-Status = "00"
               READ IVA-CONFIG-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE IC-TASA-IVA TO Tasa-IVA
               END-READ
               CLOSE IVA-CONFIG-FILE
           END-IF.

       CARGAR-FOLIOS.
           MOVE ZEROS TO FOLIOS-COUNT.
           MOVE "N" TO Fin-Archivo.
           OPEN INPUT FOLIOS-FILE.
           IF WS-Folios-Status = "00"
               PERFORM UNTIL Fin-Archivo = "Y"
                   READ FOLIOS-FILE
                       AT END
                           MOVE "Y" TO Fin-Archivo
                       NOT AT END
                           IF FOLIOS-COUNT < 20
                               ADD 1 TO FOLIOS-COUNT
                               SET FL-IDX TO FOLIOS-COUNT
                               MOVE FO-TIPO-DTE TO FL-TIPO-DTE(FL-IDX)
                               MOVE FO-DESDE TO FL-DESDE(FL-IDX)
                               MOVE FO-HASTA TO FL-HASTA(FL-IDX)
                               MOVE FO-ULTIMO TO FL-ULTIMO(FL-IDX)
                               MOVE FO-ALERTA TO FL-ALERTA(FL-IDX)
                               MOVE FO-FECHA-AUTORIZ
                                   TO FL-FECHA-AUTORIZ(FL-IDX)
                               MOVE FO-OPERADOR TO FL-OPERADOR(FL-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FOLIOS-FILE
           END-IF.
           MOVE "N" TO Fin-Archivo.

       GRABAR-FOLIOS.
           OPEN OUTPUT FOLIOS-FILE.
           PERFORM VARYING FL-IDX FROM 1 BY 1
               UNTIL FL-IDX > FOLIOS-COUNT
               MOVE FL-TIPO-DTE(FL-IDX) TO FO-TIPO-DTE
               MOVE FL-DESDE(FL-IDX) TO FO-DESDE
               MOVE FL-HASTA(FL-IDX) TO FO-HASTA
               MOVE FL-ULTIMO(FL-IDX) TO FO-ULTIMO
               MOVE FL-ALERTA(FL-IDX) TO FO-ALERTA
               MOVE FL-FECHA-AUTORIZ(FL-IDX) TO FO-FECHA-AUTORIZ
               MOVE FL-OPERADOR(FL-IDX) TO FO-OPERADOR
               WRITE FOLIO-RECORD
           END-PERFORM.
           CLOSE FOLIOS-FILE.

       VALIDAR-TIPO-DTE.
           MOVE "N" TO Tipo-Valido.
           IF Tipo-DTE = 33 OR Tipo-DTE = 39 OR Tipo-DTE = 61
               MOVE "Y" TO Tipo-Valido
           END-IF.

       REGISTRAR-RANGO.
           ACCEPT WS-Fecha-Sistema FROM DATE YYYYMMDD.
           DISPLAY "Tipo de documento (33 = Factura, 39 = Boleta, ".
           DISPLAY "  61 = Nota de credito): ".
           ACCEPT Tipo-DTE.
           DISPLAY "Folio desde: ".
           ACCEPT Folio-Desde.
           DISPLAY "Folio hasta: ".
           ACCEPT Folio-Hasta.
           DISPLAY "Fecha de autorizacion (AAAAMMDD, 0 = hoy): ".
           ACCEPT Fecha-Autoriz.
           IF Fecha-Autoriz = 0
               MOVE WS-Fecha-Sistema TO Fecha-Autoriz
           END-IF.
           DISPLAY "Avisar cuando queden (folios, 0 = 10% del ".
           DISPLAY "  rango): ".
           ACCEPT Folio-Alerta.
           PERFORM VALIDAR-TIPO-DTE.
           MOVE "N" TO Rango-Solapado.
           PERFORM VARYING FL-IDX FROM 1 BY 1
               UNTIL FL-IDX > FOLIOS-COUNT
               IF FL-TIPO-DTE(FL-IDX) = Tipo-DTE
                   AND Folio-Desde <= FL-HASTA(FL-IDX)
                   AND Folio-Hasta >= FL-DESDE(FL-IDX)
                   MOVE "Y" TO Rango-Solapado
               END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN Tipo-Valido = "N"
                   MOVE "TIPO DTE NO VALIDO" TO WS-Rechazo-Motivo
                   PERFORM REGISTRAR-RECHAZO
                   DISPLAY "Tipo de documento " Tipo-DTE
                       " no valido."
               WHEN Folio-Desde = 0
                   OR Folio-Hasta < Folio-Desde
                   MOVE "RANGO DE FOLIOS INVALIDO" TO WS-Rechazo-Motivo
                   PERFORM REGISTRAR-RECHAZO
                   DISPLAY "Rango de folios invalido."
               WHEN Rango-Solapado = "Y"
                   MOVE "RANGO DE FOLIOS SOLAPADO" TO WS-Rechazo-Motivo
                   PERFORM REGISTRAR-RECHAZO
                   DISPLAY "El rango se solapa con uno ya registrado "
                       "para el tipo " Tipo-DTE "."
               WHEN FOLIOS-COUNT >= 20
                   DISPLAY "Tabla de rangos de folios llena."
               WHEN OTHER
                   IF Folio-Alerta = 0
                       COMPUTE Folio-Alerta =
                           (Folio-Hasta - Folio-Desde + 1) / 10
                       IF Folio-Alerta = 0
                           MOVE 1 TO Folio-Alerta
                       END-IF
                   END-IF
                   ADD 1 TO FOLIOS-COUNT
                   SET FL-IDX TO FOLIOS-COUNT
                   MOVE Tipo-DTE TO FL-TIPO-DTE(FL-IDX)
                   MOVE Folio-Desde TO FL-DESDE(FL-IDX)
                   MOVE Folio-Hasta TO FL-HASTA(FL-IDX)
                   COMPUTE FL-ULTIMO(FL-IDX) = Folio-Desde - 1
                   MOVE Folio-Alerta TO FL-ALERTA(FL-IDX)
                   MOVE Fecha-Autoriz TO FL-FECHA-AUTORIZ(FL-IDX)
                   MOVE Operador TO FL-OPERADOR(FL-IDX)
                   PERFORM GRABAR-FOLIOS
                   DISPLAY "Rango " Folio-Desde " - " Folio-Hasta
                       " registrado para el tipo " Tipo-DTE "."
           END-EVALUATE.
           MOVE SPACES TO Audit-Entrada.
           STRING "RANGO FOLIOS TIPO=" Tipo-DTE
               DELIMITED BY SIZE INTO Audit-Entrada.
           MOVE SPACES TO Audit-Salida.
           STRING "DESDE=" Folio-Desde " HASTA=" Folio-Hasta
               DELIMITED BY SIZE INTO Audit-Salida.

       LISTAR-FOLIOS.
           DISPLAY "------ RANGOS DE FOLIOS AUTORIZADOS ------".
           PERFORM VARYING FL-IDX FROM 1 BY 1
               UNTIL FL-IDX > FOLIOS-COUNT
               COMPUTE Folios-Disponibles =
                   FL-HASTA(FL-IDX) - FL-ULTIMO(FL-IDX)
               DISPLAY "Tipo " FL-TIPO-DTE(FL-IDX)
                   " folios " FL-DESDE(FL-IDX) " - " FL-HASTA(FL-IDX)
                   " ultimo " FL-ULTIMO(FL-IDX)
                   " disponibles " Folios-Disponibles
                   " (autorizado " FL-FECHA-AUTORIZ(FL-IDX) ")"
           END-PERFORM.
           PERFORM REVISAR-FOLIOS-DISPONIBLES.
           PERFORM CONTAR-PENDIENTES.
           DISPLAY "Documentos pendientes de emision: "
               Cantidad-Pendientes.
           PERFORM LISTAR-RECHAZADOS.
           MOVE "LISTADO FOLIOS DTE" TO Audit-Entrada.
           MOVE SPACES TO Audit-Salida.
           STRING "PENDIENTES=" Cantidad-Pendientes
               " RECHAZADOS=" Cantidad-Rechazados
               DELIMITED BY SIZE INTO Audit-Salida.

       CONTAR-PENDIENTES.
           MOVE ZEROS TO Cantidad-Pendientes.
           MOVE "N" TO Fin-Archivo.
           OPEN INPUT DTE-PENDIENTE-FILE.
           IF WS-Dtepend-Status = "00"
               PERFORM UNTIL Fin-Archivo = "Y"
                   READ DTE-PENDIENTE-FILE
                       AT END
                           MOVE "Y" TO Fin-Archivo
                       NOT AT END
                           IF DP-TIPO-REG = "T"
                               ADD 1 TO Cantidad-Pendientes
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DTE-PENDIENTE-FILE
           END-IF.
           MOVE "N" TO Fin-Archivo.

       LISTAR-RECHAZADOS.
           MOVE ZEROS TO Cantidad-Rechazados.
           MOVE "N" TO Fin-Archivo.
           OPEN INPUT DTE-DOCUMENTOS-FILE.
           IF WS-Dtedocs-Status = "00"
               PERFORM UNTIL Fin-Archivo = "Y"
                   READ DTE-DOCUMENTOS-FILE
                       AT END
                           MOVE "Y" TO Fin-Archivo
                       NOT AT END
                           IF DD-ESTADO = "R"
                               ADD 1 TO Cantidad-Rechazados
                               DISPLAY "Rechazado: tipo " DD-TIPO-DTE
                                   " folio " DD-FOLIO " "
                                   DD-ORIGEN "/" DD-REFERENCIA
                                   " - " DD-GLOSA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DTE-DOCUMENTOS-FILE
           END-IF.
           MOVE "N" TO Fin-Archivo.
           DISPLAY "Documentos rechazados por el proveedor: "
               Cantidad-Rechazados.

       REVISAR-FOLIOS-DISPONIBLES.
           MOVE 33 TO Tipo-DTE.
           PERFORM REVISAR-FOLIOS-TIPO.
           MOVE 39 TO Tipo-DTE.
           PERFORM REVISAR-FOLIOS-TIPO.
           MOVE 61 TO Tipo-DTE.
           PERFORM REVISAR-FOLIOS-TIPO.

       REVISAR-FOLIOS-TIPO.
           MOVE ZEROS TO Folios-Disponibles.
           MOVE ZEROS TO Folios-Umbral.
           MOVE ZEROS TO Rangos-Tipo.
           PERFORM VARYING FL-IDX FROM 1 BY 1
               UNTIL FL-IDX > FOLIOS-COUNT
               IF FL-TIPO-DTE(FL-IDX) = Tipo-DTE
                   ADD 1 TO Rangos-Tipo
                   COMPUTE Folios-Disponibles = Folios-Disponibles
                       + FL-HASTA(FL-IDX) - FL-ULTIMO(FL-IDX)
                   MOVE FL-ALERTA(FL-IDX) TO Folios-Umbral
               END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN Rangos-Tipo = 0
                   DISPLAY "ATENCION: no hay rango de folios "
                       "autorizado para el tipo " Tipo-DTE "."
               WHEN Folios-Disponibles = 0
                   DISPLAY "ATENCION: folios del tipo " Tipo-DTE
                       " agotados. Solicite un nuevo rango."
               WHEN Folios-Disponibles <= Folios-Umbral
                   DISPLAY "ATENCION: quedan " Folios-Disponibles
                       " folios del tipo " Tipo-DTE
                       ". Solicite un nuevo rango."
           END-EVALUATE.

       GENERAR-ARCHIVO-DTE.
           ACCEPT WS-Fecha-Sistema FROM DATE YYYYMMDD.
           PERFORM CARGAR-CONFIG-IVA.
           MOVE ZEROS TO Cantidad-Emitidos.
           MOVE ZEROS TO Cantidad-Omitidos.
           MOVE ZEROS TO Cantidad-Sin-Folio.
           MOVE ZEROS TO Cantidad-Sin-Monto.
           MOVE ZEROS TO Cantidad-Huerfanas.
           MOVE ZEROS TO Monto-Emitido.
           MOVE ZEROS TO LINEAS-COUNT.
           MOVE "N" TO Lineas-Desbordadas.
           MOVE "N" TO Fin-Archivo.
           OPEN INPUT DTE-PENDIENTE-FILE.
           IF WS-Dtepend-Status NOT = "00"
               DISPLAY "No hay DTEPEND.DAT que emitir."
           ELSE
               OPEN OUTPUT DTE-SALIDA-FILE
               OPEN OUTPUT DTE-PEND-TMP-FILE
               PERFORM UNTIL Fin-Archivo = "Y"
                   READ DTE-PENDIENTE-FILE
                       AT END
                           MOVE "Y" TO Fin-Archivo
                       NOT AT END
                           IF DP-TIPO-REG = "T"
                               PERFORM PROCESAR-DOCUMENTO
                               MOVE ZEROS TO LINEAS-COUNT
                               MOVE "N" TO Lineas-Desbordadas
                           ELSE
                               PERFORM GUARDAR-LINEA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DTE-PENDIENTE-FILE
               CLOSE DTE-PEND-TMP-FILE
               CLOSE DTE-SALIDA-FILE
               IF LINEAS-COUNT > 0
                   MOVE LINEAS-COUNT TO Cantidad-Huerfanas
                   DISPLAY "ATENCION: " Cantidad-Huerfanas
                       " lineas sin cierre de documento descartadas."
                   MOVE "LINEAS DTE SIN DOCUMENTO"
                       TO WS-Rechazo-Motivo
                   PERFORM REGISTRAR-RECHAZO
               END-IF
               PERFORM DEVOLVER-PENDIENTES
               PERFORM GRABAR-FOLIOS
               MOVE Monto-Emitido TO Monto-Desp
               DISPLAY "Archivo DTESALIDA.DAT generado: "
                   Cantidad-Emitidos " documentos por $" Monto-Desp
               DISPLAY "Ya emitidos (omitidos): " Cantidad-Omitidos
                   "  Sin monto: " Cantidad-Sin-Monto
                   "  Pendientes sin folio: " Cantidad-Sin-Folio
           END-IF.
           MOVE "N" TO Fin-Archivo.
           PERFORM REVISAR-FOLIOS-DISPONIBLES.
           MOVE "GENERACION ARCHIVO DTE" TO Audit-Entrada.
           MOVE SPACES TO Audit-Salida.
           STRING "EMITIDOS=" Cantidad-Emitidos
               " SIN FOLIO=" Cantidad-Sin-Folio
               DELIMITED BY SIZE INTO Audit-Salida.

       GUARDAR-LINEA.
           IF LINEAS-COUNT < 50
               ADD 1 TO LINEAS-COUNT
               SET LN-IDX TO LINEAS-COUNT
               MOVE DP-DESCRIPCION TO LN-DESCRIPCION(LN-IDX)
               MOVE DP-CANTIDAD TO LN-CANTIDAD(LN-IDX)
               MOVE DP-MONTO TO LN-MONTO(LN-IDX)
               MOVE DP-EXENTO TO LN-EXENTO(LN-IDX)
           ELSE
               MOVE "Y" TO Lineas-Desbordadas
           END-IF.

       PROCESAR-DOCUMENTO.
           MOVE DP-ORIGEN TO Doc-Origen.
           MOVE DP-REFERENCIA TO Doc-Referencia.
           MOVE DP-PERIODO TO Doc-Periodo.
           MOVE DP-TIPO-DTE TO Doc-Tipo-DTE.
           MOVE DP-TIPO-DTE TO Tipo-DTE.
           MOVE DP-RECEPTOR TO Doc-Receptor.
           MOVE DP-NOMBRE TO Doc-Nombre.
           MOVE DP-MONTO TO Doc-Total.
           MOVE DP-MONTO-EXENTO TO Doc-Exento.
           MOVE DP-REF-DOC TO Doc-Ref-Doc.
           MOVE DP-REF-PERIODO TO Doc-Ref-Periodo.
           MOVE DP-FECHA TO Doc-Fecha.
           MOVE ZEROS TO Folio-Asignado.
           IF Lineas-Desbordadas = "Y"
               DISPLAY "ATENCION: " Doc-Origen "/" Doc-Referencia
                   " tiene mas de 50 lineas; se emiten las primeras."
           END-IF.
           IF Doc-Total <= 0
               ADD 1 TO Cantidad-Sin-Monto
               DISPLAY "Documento " Doc-Origen "/" Doc-Referencia
                   " periodo " Doc-Periodo " sin monto; no se emite."
           ELSE
               PERFORM BUSCAR-DOCUMENTO-EMITIDO
               IF Doc-Emitido = "Y"
                   ADD 1 TO Cantidad-Omitidos
                   DISPLAY "Documento " Doc-Origen "/" Doc-Referencia
                       " periodo " Doc-Periodo
                       " ya emitido con folio " Doc-Folio-Previo
               ELSE
                   PERFORM ASIGNAR-FOLIO
                   IF Folio-Asignado = 0
                       ADD 1 TO Cantidad-Sin-Folio
                       PERFORM RETENER-DOCUMENTO
                       MOVE "SIN FOLIOS AUTORIZADOS"
                           TO WS-Rechazo-Motivo
                       PERFORM REGISTRAR-RECHAZO
                   ELSE
                       PERFORM CALCULAR-MONTOS-DTE
                       PERFORM ESCRIBIR-DOCUMENTO-DTE
                       PERFORM REGISTRAR-DOCUMENTO
                       ADD 1 TO Cantidad-Emitidos
                       ADD Doc-Total TO Monto-Emitido
                   END-IF
               END-IF
           END-IF.

       BUSCAR-DOCUMENTO-EMITIDO.
           MOVE "N" TO Doc-Emitido.
           MOVE ZEROS TO Doc-Folio-Previo.
           MOVE "N" TO Fin-Busqueda.
           OPEN INPUT DTE-DOCUMENTOS-FILE.
           IF WS-Dtedocs-Status = "00"
               PERFORM UNTIL Fin-Busqueda = "Y"
                   READ DTE-DOCUMENTOS-FILE
                       AT END
                           MOVE "Y" TO Fin-Busqueda
                       NOT AT END
                           IF DD-ORIGEN = Doc-Origen
                               AND DD-REFERENCIA = Doc-Referencia
                               AND DD-PERIODO = Doc-Periodo
                               AND DD-ESTADO NOT = "R"
                               MOVE "Y" TO Doc-Emitido
                               MOVE DD-FOLIO TO Doc-Folio-Previo
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DTE-DOCUMENTOS-FILE
           END-IF.
           MOVE "N" TO Fin-Busqueda.

       ASIGNAR-FOLIO.
           MOVE ZEROS TO Folio-Pos.
           MOVE ZEROS TO Folio-Menor-Desde.
           PERFORM VARYING FL-IDX FROM 1 BY 1
               UNTIL FL-IDX > FOLIOS-COUNT
               IF FL-TIPO-DTE(FL-IDX) = Doc-Tipo-DTE
                   AND FL-ULTIMO(FL-IDX) < FL-HASTA(FL-IDX)
                   IF Folio-Pos = 0
                       OR FL-DESDE(FL-IDX) < Folio-Menor-Desde
                       SET Folio-Pos TO FL-IDX
                       MOVE FL-DESDE(FL-IDX) TO Folio-Menor-Desde
                   END-IF
               END-IF
           END-PERFORM.
           IF Folio-Pos = 0
               DISPLAY "Sin folios del tipo " Doc-Tipo-DTE
                   " para " Doc-Origen "/" Doc-Referencia
                   "; queda pendiente."
           ELSE
               SET FL-IDX TO Folio-Pos
               ADD 1 TO FL-ULTIMO(FL-IDX)
               MOVE FL-ULTIMO(FL-IDX) TO Folio-Asignado
           END-IF.

       CALCULAR-MONTOS-DTE.
           COMPUTE Doc-Afecto = Doc-Total - Doc-Exento.
           COMPUTE Doc-Neto ROUNDED =
               Doc-Afecto / (1 + Tasa-IVA / 100).
           COMPUTE Doc-IVA = Doc-Afecto - Doc-Neto.

       BUSCAR-FACTURA-REFERENCIA.
           MOVE ZEROS TO Ref-Tipo.
           MOVE Doc-Ref-Doc TO Ref-Folio.
           IF Doc-Receptor NOT = SPACES
               MOVE "N" TO Fin-Busqueda
               OPEN INPUT DTE-DOCUMENTOS-FILE
               IF WS-Dtedocs-Status = "00"
                   PERFORM UNTIL Fin-Busqueda = "Y"
                       READ DTE-DOCUMENTOS-FILE
                           AT END
                               MOVE "Y" TO Fin-Busqueda
                           NOT AT END
                               IF DD-ORIGEN = "FACT"
                                   AND DD-REFERENCIA = Doc-Receptor
                                   AND DD-PERIODO = Doc-Ref-Periodo
                                   AND DD-ESTADO NOT = "R"
                                   MOVE DD-TIPO-DTE TO Ref-Tipo
                                   MOVE DD-FOLIO TO Ref-Folio
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE DTE-DOCUMENTOS-FILE
               END-IF
               MOVE "N" TO Fin-Busqueda
           END-IF.

       ESCRIBIR-DOCUMENTO-DTE.
           ACCEPT WS-Fecha-Sistema FROM DATE YYYYMMDD.
           MOVE SPACES TO DTE-SALIDA-RECORD.
           MOVE "E" TO DS-TIPO-REG.
           MOVE Doc-Tipo-DTE TO DS-TIPO-DTE.
           MOVE Folio-Asignado TO DS-FOLIO.
           MOVE WS-Fecha-Sistema TO DS-FECHA.
           MOVE Doc-Receptor TO DS-RECEPTOR.
           MOVE Doc-Nombre TO DS-NOMBRE.
           MOVE ZEROS TO DS-LINEA.
           MOVE ZEROS TO DS-CANTIDAD.
           MOVE Doc-Exento TO DS-EXENTO.
           MOVE Doc-Neto TO DS-NETO.
           MOVE Doc-IVA TO DS-IVA.
           MOVE Doc-Total TO DS-TOTAL.
           MOVE ZEROS TO DS-REF-TIPO.
           WRITE DTE-SALIDA-RECORD.
           IF Doc-Ref-Doc NOT = SPACES
               PERFORM BUSCAR-FACTURA-REFERENCIA
               MOVE "R" TO DS-TIPO-REG
               MOVE SPACES TO DS-DESCRIPCION
               STRING "TICKET " Doc-Ref-Doc
                   DELIMITED BY SIZE INTO DS-DESCRIPCION
               MOVE ZEROS TO DS-EXENTO
               MOVE ZEROS TO DS-NETO
               MOVE ZEROS TO DS-IVA
               MOVE ZEROS TO DS-TOTAL
               MOVE Ref-Tipo TO DS-REF-TIPO
               MOVE Ref-Folio TO DS-REF-FOLIO
               WRITE DTE-SALIDA-RECORD
           END-IF.
           MOVE ZEROS TO DS-REF-TIPO.
           MOVE SPACES TO DS-REF-FOLIO.
           MOVE ZEROS TO DS-NETO.
           MOVE ZEROS TO DS-IVA.
           PERFORM VARYING LN-IDX FROM 1 BY 1
               UNTIL LN-IDX > LINEAS-COUNT
               MOVE "D" TO DS-TIPO-REG
               SET DS-LINEA TO LN-IDX
               MOVE LN-DESCRIPCION(LN-IDX) TO DS-DESCRIPCION
               MOVE LN-CANTIDAD(LN-IDX) TO DS-CANTIDAD
               MOVE LN-MONTO(LN-IDX) TO DS-TOTAL
               IF LN-EXENTO(LN-IDX) = "S"
                   MOVE LN-MONTO(LN-IDX) TO DS-EXENTO
               ELSE
                   MOVE ZEROS TO DS-EXENTO
               END-IF
               WRITE DTE-SALIDA-RECORD
           END-PERFORM.

       REGISTRAR-DOCUMENTO.
           OPEN EXTEND DTE-DOCUMENTOS-FILE.
           IF WS-Dtedocs-Status = "35"
               OPEN OUTPUT DTE-DOCUMENTOS-FILE
               CLOSE DTE-DOCUMENTOS-FILE
               OPEN EXTEND DTE-DOCUMENTOS-FILE
           END-IF.
           MOVE Doc-Tipo-DTE TO DD-TIPO-DTE.
           MOVE Folio-Asignado TO DD-FOLIO.
           MOVE Doc-Origen TO DD-ORIGEN.
           MOVE Doc-Referencia TO DD-REFERENCIA.
           MOVE Doc-Periodo TO DD-PERIODO.
           MOVE Doc-Receptor TO DD-RECEPTOR.
           MOVE WS-Fecha-Sistema TO DD-FECHA-EMISION.
           MOVE Doc-Exento TO DD-EXENTO.
           MOVE Doc-Neto TO DD-NETO.
           MOVE Doc-IVA TO DD-IVA.
           MOVE Doc-Total TO DD-TOTAL.
           MOVE "E" TO DD-ESTADO.
           MOVE SPACES TO DD-GLOSA.
           MOVE ZEROS TO DD-FECHA-RESP.
           MOVE Operador TO DD-OPERADOR.
           WRITE DTE-DOCUMENTO-RECORD.
           CLOSE DTE-DOCUMENTOS-FILE.

       RETENER-DOCUMENTO.
           PERFORM VARYING LN-IDX FROM 1 BY 1
               UNTIL LN-IDX > LINEAS-COUNT
               MOVE "D" TO DP-TIPO-REG
               MOVE LN-DESCRIPCION(LN-IDX) TO DP-DESCRIPCION
               MOVE LN-CANTIDAD(LN-IDX) TO DP-CANTIDAD
               MOVE LN-MONTO(LN-IDX) TO DP-MONTO
               MOVE LN-EXENTO(LN-IDX) TO DP-EXENTO
               MOVE ZEROS TO DP-MONTO-EXENTO
               MOVE SPACES TO DTE-PEND-TMP-RECORD
               MOVE DTE-PENDIENTE-RECORD TO DTE-PEND-TMP-RECORD
               WRITE DTE-PEND-TMP-RECORD
           END-PERFORM.
           MOVE "T" TO DP-TIPO-REG.
           MOVE SPACES TO DP-DESCRIPCION.
           MOVE ZEROS TO DP-CANTIDAD.
           MOVE Doc-Total TO DP-MONTO.
           MOVE SPACE TO DP-EXENTO.
           MOVE Doc-Exento TO DP-MONTO-EXENTO.
           MOVE SPACES TO DTE-PEND-TMP-RECORD.
           MOVE DTE-PENDIENTE-RECORD TO DTE-PEND-TMP-RECORD.
           WRITE DTE-PEND-TMP-RECORD.

       DEVOLVER-PENDIENTES.
           MOVE "N" TO Fin-Busqueda.
           OPEN INPUT DTE-PEND-TMP-FILE.
           OPEN OUTPUT DTE-PENDIENTE-FILE.
           PERFORM UNTIL Fin-Busqueda = "Y"
               READ DTE-PEND-TMP-FILE
                   AT END
                       MOVE "Y" TO Fin-Busqueda
                   NOT AT END
                       MOVE DTE-PEND-TMP-RECORD
                           TO DTE-PENDIENTE-RECORD
                       WRITE DTE-PENDIENTE-RECORD
               END-READ
           END-PERFORM.
           CLOSE DTE-PEND-TMP-FILE.
           CLOSE DTE-PENDIENTE-FILE.
           MOVE "N" TO Fin-Busqueda.

       PROCESAR-RESPUESTA.
           ACCEPT WS-Fecha-Sistema FROM DATE YYYYMMDD.
           MOVE ZEROS TO Cantidad-Aceptados.
           MOVE ZEROS TO Cantidad-Rechazados.
           MOVE ZEROS TO RESPUESTAS-COUNT.
           MOVE "N" TO Fin-Archivo.
           OPEN INPUT DTE-RESP-FILE.
           IF WS-Dteresp-Status NOT = "00"
               DISPLAY "No hay DTERESP.DAT que procesar."
           ELSE
               PERFORM UNTIL Fin-Archivo = "Y"
                   READ DTE-RESP-FILE
                       AT END
                           MOVE "Y" TO Fin-Archivo
                       NOT AT END
                           IF RESPUESTAS-COUNT < 500
                               ADD 1 TO RESPUESTAS-COUNT
                               SET RS-IDX TO RESPUESTAS-COUNT
                               MOVE DR-TIPO-DTE TO RS-TIPO-DTE(RS-IDX)
                               MOVE DR-FOLIO TO RS-FOLIO(RS-IDX)
                               MOVE DR-ESTADO TO RS-ESTADO(RS-IDX)
                               MOVE DR-GLOSA TO RS-GLOSA(RS-IDX)
                               MOVE DR-FECHA TO RS-FECHA(RS-IDX)
                               MOVE "N" TO RS-APLICADA(RS-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DTE-RESP-FILE
               MOVE "N" TO Fin-Archivo
               PERFORM APLICAR-RESPUESTAS
               PERFORM VARYING RS-IDX FROM 1 BY 1
                   UNTIL RS-IDX > RESPUESTAS-COUNT
                   IF RS-APLICADA(RS-IDX) = "N"
                       MOVE RS-TIPO-DTE(RS-IDX) TO Tipo-DTE
                       MOVE RS-FOLIO(RS-IDX) TO Folio-Asignado
                       MOVE SPACES TO Doc-Origen
                       MOVE SPACES TO Doc-Referencia
                       DISPLAY "Respuesta sin documento emitido: tipo "
                           Tipo-DTE " folio " Folio-Asignado
                       MOVE "RESPUESTA DTE SIN DOCUMENTO"
                           TO WS-Rechazo-Motivo
                       PERFORM REGISTRAR-RECHAZO
                   END-IF
               END-PERFORM
               DISPLAY "Respuesta procesada. Aceptados: "
                   Cantidad-Aceptados " Rechazados por el SII: "
                   Cantidad-Rechazados
           END-IF.
           MOVE "N" TO Fin-Archivo.
           MOVE "RESPUESTA DTE" TO Audit-Entrada.
           MOVE SPACES TO Audit-Salida.
           STRING "ACEPTADOS=" Cantidad-Aceptados
               " RECHAZADOS=" Cantidad-Rechazados
               DELIMITED BY SIZE INTO Audit-Salida.

       APLICAR-RESPUESTAS.
           MOVE "N" TO Fin-Archivo.
           OPEN INPUT DTE-DOCUMENTOS-FILE.
           IF WS-Dtedocs-Status NOT = "00"
               DISPLAY "No hay DTEDOCS.DAT emitidos."
           ELSE
               OPEN OUTPUT DTE-DOC-TMP-FILE
               PERFORM UNTIL Fin-Archivo = "Y"
                   READ DTE-DOCUMENTOS-FILE
                       AT END
                           MOVE "Y" TO Fin-Archivo
                       NOT AT END
                           PERFORM APLICAR-RESPUESTA-DOCUMENTO
                           MOVE SPACES TO DTE-DOC-TMP-RECORD
                           MOVE DTE-DOCUMENTO-RECORD
                               TO DTE-DOC-TMP-RECORD
                           WRITE DTE-DOC-TMP-RECORD
                   END-READ
               END-PERFORM
               CLOSE DTE-DOCUMENTOS-FILE
               CLOSE DTE-DOC-TMP-FILE
               MOVE "N" TO Fin-Archivo
               OPEN INPUT DTE-DOC-TMP-FILE
               OPEN OUTPUT DTE-DOCUMENTOS-FILE
               PERFORM UNTIL Fin-Archivo = "Y"
                   READ DTE-DOC-TMP-FILE
                       AT END
                           MOVE "Y" TO Fin-Archivo
                       NOT AT END
                           MOVE DTE-DOC-TMP-RECORD
                               TO DTE-DOCUMENTO-RECORD
                           WRITE DTE-DOCUMENTO-RECORD
                   END-READ
               END-PERFORM
               CLOSE DTE-DOC-TMP-FILE
               CLOSE DTE-DOCUMENTOS-FILE
           END-IF.
           MOVE "N" TO Fin-Archivo.

       APLICAR-RESPUESTA-DOCUMENTO.
           PERFORM VARYING RS-IDX FROM 1 BY 1
               UNTIL RS-IDX > RESPUESTAS-COUNT
               IF RS-TIPO-DTE(RS-IDX) = DD-TIPO-DTE
                   AND RS-FOLIO(RS-IDX) = DD-FOLIO
                   MOVE "Y" TO RS-APLICADA(RS-IDX)
                   MOVE RS-GLOSA(RS-IDX) TO DD-GLOSA
                   MOVE RS-FECHA(RS-IDX) TO DD-FECHA-RESP
                   IF RS-ESTADO(RS-IDX) = "A"
                       MOVE "A" TO DD-ESTADO
                       ADD 1 TO Cantidad-Aceptados
                   ELSE
                       MOVE "R" TO DD-ESTADO
                       ADD 1 TO Cantidad-Rechazados
                       MOVE DD-TIPO-DTE TO Tipo-DTE
                       MOVE DD-FOLIO TO Folio-Asignado
                       MOVE DD-ORIGEN TO Doc-Origen
                       MOVE DD-REFERENCIA TO Doc-Referencia
                       DISPLAY "DTE rechazado: tipo " DD-TIPO-DTE
                           " folio " DD-FOLIO " " DD-ORIGEN "/"
                           DD-REFERENCIA " - " DD-GLOSA
                       MOVE "DTE RECHAZADO POR EL SII"
                           TO WS-Rechazo-Motivo
                       PERFORM REGISTRAR-RECHAZO
                   END-IF
               END-IF
           END-PERFORM.
