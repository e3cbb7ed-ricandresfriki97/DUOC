           SELECT CONTROLES-TMP-FILE ASSIGN TO "SELLOTMP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Selltmp-Status.
           SELECT VEHICULOS-FILE ASSIGN TO "VEHICULOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VH-PATENTE
               FILE STATUS IS WS-Vehiculos-Status.
           SELECT PAC-AUTH-FILE ASSIGN TO "PACAUTH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Pacauth-Status.
           SELECT PAC-AUTH-TMP-FILE ASSIGN TO "PACTMP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Pactmp-Status.
           SELECT FINIQUITOS-FILE ASSIGN TO "FINIQUITOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Finiquitos-Status.
           SELECT FINIQUITOS-TMP-FILE ASSIGN TO "FINIQTMP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Finiqtmp-Status.
           SELECT REEMBOLSOS-FILE ASSIGN TO "REEMBOLSOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Reembolsos-Status.
           SELECT PAGOS-LOG-FILE ASSIGN TO "PAGOSLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Pagoslog-Status.
           SELECT PEAJE-LOG-FILE ASSIGN TO "PEAJELOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Peajelog-Status.
           SELECT PEAJE-HIST-FILE ASSIGN TO "PEAJEHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Peajehist-Status.
           SELECT DTE-DOCUMENTOS-FILE ASSIGN TO "DTEDOCS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Dtedocs-Status.
           SELECT FINIQUITO-RPT-FILE ASSIGN TO "FINIQUITO.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Finiqrpt-Status.
           SELECT OPERADORES-FILE ASSIGN TO "OPERADORES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Operadores-Status.
           SELECT RECHAZOS-FILE ASSIGN TO "RECHAZOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Rechazos-Status.
           SELECT TITULARES-FILE ASSIGN TO "TITULARES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TI-CUENTA-ID
               FILE STATUS IS WS-Titulares-Status.

       DATA DIVISION.
       FILE SECTION.
           COPY CONTROLARCH.
       FD  CONTROLES-TMP-FILE.
       01  CONTROL-TMP-RECORD PIC X(60).
       FD  VEHICULOS-FILE.
           COPY VEHICULO.
       FD  PAC-AUTH-FILE.
           COPY PACAUTH.
       FD  PAC-AUTH-TMP-FILE.
       01  PAC-AUTH-TMP-RECORD PIC X(42).
       FD  FINIQUITOS-FILE.
           COPY FINIQUITO.
       FD  FINIQUITOS-TMP-FILE.
       01  FINIQUITO-TMP-RECORD PIC X(76).
       FD  REEMBOLSOS-FILE.
           COPY REEMBOLSO.
       FD  PAGOS-LOG-FILE.
           COPY PAGOTAG.
       FD  PEAJE-LOG-FILE.
           COPY PEAJELOG.
       FD  PEAJE-HIST-FILE.
       01  PEAJE-HIST-RECORD PIC X(82).
       FD  DTE-DOCUMENTOS-FILE.
           COPY DTEDOC.
       FD  FINIQUITO-RPT-FILE.
       01  FINIQUITO-LINEA PIC X(100).
       FD  OPERADORES-FILE.
           COPY OPERADOR.
       FD  RECHAZOS-FILE.
           COPY RECHAZOF.
       FD  TITULARES-FILE.
           COPY TITULAR.

       WORKING-STORAGE SECTION.
       01 Sello-Archivo       PIC X(14) VALUE SPACES.
       01 Operador           PIC X(10) VALUE SPACES.
       01 Audit-Entrada      PIC X(40) VALUE SPACES.
       01 Audit-Salida       PIC X(40) VALUE SPACES.
       01 Fin-Archivo        PIC X VALUE "N".
       01 Dias-Espera-Interop PIC 9(3) VALUE 30.
       01 Dias-Solicitud     PIC S9(9) VALUE 0.
       01 Dias-Hoy           PIC S9(9) VALUE 0.
       01 Dias-Faltantes     PIC S9(5) VALUE 0.
       01 Fecha-Liquidable   PIC 9(8) VALUE 0.
       01 Solicitud-Encontrada PIC X VALUE "N".
       01 Fecha-Solicitud    PIC 9(8) VALUE 0.
       01 Documento-Nro      PIC 9(6) VALUE 0.
       01 Recibo-Nro         PIC 9(6) VALUE 0.
       01 Saldo-Anterior     PIC S9(9)V99 VALUE 0.
       01 Monto-Reembolso    PIC 9(9)V99 VALUE 0.
       01 Monto-Deuda        PIC 9(9)V99 VALUE 0.
       01 Monto-Ajuste       PIC S9(9)V99 VALUE 0.
       01 Vehiculos-Retirados PIC 9(3) VALUE 0.
       01 Mandatos-Desactivados PIC 9(3) VALUE 0.
       01 Cargos-Finales     PIC 9(5) VALUE 0.
       01 Monto-Cargos-Finales PIC 9(11) VALUE 0.
       01 Monto-Abonos-Finales PIC S9(11)V99 VALUE 0.
       01 Fecha-Corte-Final  PIC 9(8) VALUE 0.
       01 Deuda-Apertura     PIC S9(11)V99 VALUE 0.
       01 Detallar-Final     PIC X VALUE "N".
       01 Monto-Linea-Desp   PIC -(10)9.99.
       01 WS-Vehiculos-Status   PIC XX VALUE "00".
       01 WS-Pacauth-Status     PIC XX VALUE "00".
       01 WS-Pactmp-Status      PIC XX VALUE "00".
       01 WS-Finiquitos-Status  PIC XX VALUE "00".
       01 WS-Finiqtmp-Status    PIC XX VALUE "00".
       01 WS-Reembolsos-Status  PIC XX VALUE "00".
       01 WS-Pagoslog-Status    PIC XX VALUE "00".
       01 WS-Peajelog-Status    PIC XX VALUE "00".
       01 WS-Peajehist-Status   PIC XX VALUE "00".
       01 WS-Dtedocs-Status     PIC XX VALUE "00".
       01 WS-Finiqrpt-Status    PIC XX VALUE "00".
       01 WS-Operadores-Status  PIC XX VALUE "00".
       01 WS-Rechazos-Status    PIC XX VALUE "00".
       01 WS-Rechazo-Motivo PIC X(40) VALUE SPACES.
       01 Rol-Operador        PIC X VALUE "S".
       01 Operador-Valido     PIC X VALUE "N".
       01 WS-Titulares-Status   PIC XX VALUE "00".
       01 Titular-Encontrado  PIC X VALUE "N".
       01 Titular-Nombre      PIC X(30) VALUE SPACES.
       01 Titular-RUT         PIC X(10) VALUE SPACES.
       01 Titular-Email       PIC X(40) VALUE SPACES.
       01 Titular-Telefono    PIC X(12) VALUE SPACES.
       01 Titular-Direccion   PIC X(40) VALUE SPACES.
       01 Respuesta-SN        PIC X VALUE "N".
       01 Opcion-Aviso        PIC X VALUE "N".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "Ingrese operador: ".
           ACCEPT Operador.
           DISPLAY "Modo (M = Mantencion, C = Consulta, ".
           DISPLAY "  F = Solicitar finiquito, ".
           DISPLAY "  L = Liquidar finiquito, ".
           DISPLAY "  T = Titular y preferencias de aviso): ".
           ACCEPT Modo-Operacion.
           EVALUATE Modo-Operacion
               WHEN "C"
               WHEN "c"
                   PERFORM CONSULTAR-CUENTA
               WHEN "F"
               WHEN "f"
                   PERFORM VALIDAR-OPERADOR
                   PERFORM EXIGIR-SUPERVISOR
                   IF Rol-Operador = "S"
                       PERFORM SOLICITAR-FINIQUITO
                   END-IF
               WHEN "L"
               WHEN "l"
                   PERFORM VALIDAR-OPERADOR
                   PERFORM EXIGIR-SUPERVISOR
                   IF Rol-Operador = "S"
                       PERFORM LIQUIDAR-FINIQUITO
                   END-IF
               WHEN "T"
               WHEN "t"
                   PERFORM VALIDAR-OPERADOR
                   IF Operador-Valido = "Y"
                       PERFORM MANTENER-TITULAR
                   ELSE
                       DISPLAY "Operador " Operador
                           " no autorizado o inactivo."
                       MOVE 1 TO RETURN-CODE
                   END-IF
               WHEN OTHER
                   PERFORM MANTENER-CUENTA
           END-EVALUATE.
           ACCEPT Cuenta-TAG-ID.
           PERFORM ABRIR-CUENTAS-TAG.
           PERFORM BUSCAR-CUENTA-TAG.
           IF Cuenta-Encontrada = "Y"
               AND (CT-ESTADO-CUENTA = "T" OR CT-ESTADO-CUENTA = "F"
                   OR CT-ESTADO-CUENTA = "D")
               PERFORM MOSTRAR-CUENTA
               DISPLAY "Cuenta en finiquito, no se modifica."
               CLOSE CUENTAS-TAG-FILE
               MOVE "CUENTA EN FINIQUITO" TO WS-Rechazo-Motivo
               PERFORM REGISTRAR-RECHAZO
               STRING "CUENTA=" Cuenta-TAG-ID " EN FINIQUITO"
                   DELIMITED BY SIZE INTO Audit-Entrada
               MOVE "SIN CAMBIOS" TO Audit-Salida
           ELSE
               PERFORM GRABAR-CUENTA
           END-IF.

       GRABAR-CUENTA.
           IF Cuenta-Encontrada = "Y"
               DISPLAY "Cuenta existente, se actualiza."
               PERFORM MOSTRAR-CUENTA
           COMPUTE Umbral-Minimo = FUNCTION NUMVAL(WS-Umbral-Input).
           DISPLAY "Estado (A = Activa, B = Bloqueada): ".
           ACCEPT Estado-Cuenta.
           IF Estado-Cuenta NOT = "A" AND Estado-Cuenta NOT = "B"
               DISPLAY "Estado " Estado-Cuenta
                   " no permitido, la cuenta no se modifica."
               CLOSE CUENTAS-TAG-FILE
               MOVE "ESTADO NO PERMITIDO" TO WS-Rechazo-Motivo
               PERFORM REGISTRAR-RECHAZO
               STRING "CUENTA=" Cuenta-TAG-ID " ESTADO=" Estado-Cuenta
                   DELIMITED BY SIZE INTO Audit-Entrada
               MOVE "ESTADO NO PERMITIDO" TO Audit-Salida
           ELSE
               PERFORM APLICAR-CUENTA
           END-IF.

       APLICAR-CUENTA.
           IF Cuenta-Encontrada = "N"
               DISPLAY "Saldo inicial: "
               ACCEPT WS-Saldo-Input
               DISPLAY "Cuenta " Cuenta-TAG-ID " no registrada."
           END-IF.
           CLOSE CUENTAS-TAG-FILE.
           IF Cuenta-Encontrada = "Y"
               OPEN INPUT TITULARES-FILE
               IF WS-Titulares-Status = "00"
                   PERFORM BUSCAR-TITULAR
                   IF Titular-Encontrado = "Y"
                       PERFORM MOSTRAR-TITULAR
                   END-IF
                   CLOSE TITULARES-FILE
               END-IF
           END-IF.
           STRING "CONSULTA CUENTA=" Cuenta-TAG-ID
               DELIMITED BY SIZE INTO Audit-Entrada.
           STRING "ENCONTRADA=" Cuenta-Encontrada
           END-IF.
           DISPLAY "Umbral minimo: $" CT-UMBRAL-MINIMO.
           DISPLAY "Alerta de saldo: " CT-ALERTA-SALDO.
           EVALUATE CT-ESTADO-CUENTA
               WHEN "T"
                   DISPLAY "Estado: T (finiquito en curso)"
               WHEN "F"
                   DISPLAY "Estado: F (finiquitada)"
               WHEN "D"
                   DISPLAY "Estado: D (finiquitada con deuda)"
               WHEN OTHER
                   DISPLAY "Estado: " CT-ESTADO-CUENTA
           END-EVALUATE.

       MANTENER-TITULAR.
           DISPLAY "Ingrese cuenta TAG: ".
           ACCEPT Cuenta-TAG-ID.
           PERFORM ABRIR-CUENTAS-TAG.
           PERFORM BUSCAR-CUENTA-TAG.
           CLOSE CUENTAS-TAG-FILE.
           MOVE SPACES TO Audit-Entrada.
           MOVE SPACES TO Audit-Salida.
           STRING "TITULAR CUENTA=" Cuenta-TAG-ID
               DELIMITED BY SIZE INTO Audit-Entrada.
           IF Cuenta-Encontrada = "N"
               DISPLAY "Cuenta " Cuenta-TAG-ID " no registrada."
               MOVE "CUENTA NO REGISTRADA" TO Audit-Salida
           ELSE
               IF CT-ESTADO-CUENTA = "F"
                   DISPLAY "Cuenta finiquitada, no se modifica."
                   MOVE "SIN CAMBIOS" TO Audit-Salida
               ELSE
                   PERFORM GRABAR-TITULAR
               END-IF
           END-IF.

       ABRIR-TITULARES.
           OPEN I-O TITULARES-FILE.
           IF WS-Titulares-Status = "35"
               OPEN OUTPUT TITULARES-FILE
               CLOSE TITULARES-FILE
               OPEN I-O TITULARES-FILE
           END-IF.

       BUSCAR-TITULAR.
           MOVE Cuenta-TAG-ID TO TI-CUENTA-ID.
           READ TITULARES-FILE
               INVALID KEY
                   MOVE "N" TO Titular-Encontrado
               NOT INVALID KEY
                   MOVE "Y" TO Titular-Encontrado
           END-READ.

       GRABAR-TITULAR.
           PERFORM ABRIR-TITULARES.
           PERFORM BUSCAR-TITULAR.
           IF Titular-Encontrado = "Y"
               DISPLAY "Titular existente, se actualiza."
               PERFORM MOSTRAR-TITULAR
           ELSE
               DISPLAY "Titular nuevo, se registra."
               MOVE SPACES TO TITULAR-RECORD
               MOVE Cuenta-TAG-ID TO TI-CUENTA-ID
               MOVE "N" TO TI-ULT-ALERTA
               MOVE ZEROS TO TI-FECHA-AVISO-CORTE
               ACCEPT WS-Fecha-Sistema FROM DATE YYYYMMDD
               MOVE WS-Fecha-Sistema TO TI-FECHA-ALTA
           END-IF.
           DISPLAY "Nombre del titular: ".
           ACCEPT Titular-Nombre.
           DISPLAY "RUT: ".
           ACCEPT Titular-RUT.
           DISPLAY "Correo electronico: ".
           ACCEPT Titular-Email.
           DISPLAY "Telefono movil: ".
           ACCEPT Titular-Telefono.
           DISPLAY "Direccion: ".
           ACCEPT Titular-Direccion.
           MOVE Titular-Nombre TO TI-NOMBRE.
           MOVE Titular-RUT TO TI-RUT.
           MOVE Titular-Email TO TI-EMAIL.
           MOVE Titular-Telefono TO TI-TELEFONO.
           MOVE Titular-Direccion TO TI-DIRECCION.
           DISPLAY "Acepta avisos por correo (S/N): ".
           PERFORM LEER-OPCION-AVISO.
           MOVE Opcion-Aviso TO TI-ACEPTA-EMAIL.
           DISPLAY "Acepta avisos por SMS (S/N): ".
           PERFORM LEER-OPCION-AVISO.
           MOVE Opcion-Aviso TO TI-ACEPTA-SMS.
           IF TI-ACEPTA-EMAIL = "Y" AND TI-EMAIL = SPACES
               DISPLAY "Sin correo registrado, aviso por correo "
                   "desactivado."
               MOVE "N" TO TI-ACEPTA-EMAIL
           END-IF.
           IF TI-ACEPTA-SMS = "Y" AND TI-TELEFONO = SPACES
               DISPLAY "Sin telefono registrado, aviso por SMS "
                   "desactivado."
               MOVE "N" TO TI-ACEPTA-SMS
           END-IF.
           DISPLAY "Aviso de saldo bajo (S/N): ".
           PERFORM LEER-OPCION-AVISO.
           MOVE Opcion-Aviso TO TI-AVISO-SALDO.
           DISPLAY "Aviso de estado de cuenta emitido (S/N): ".
           PERFORM LEER-OPCION-AVISO.
           MOVE Opcion-Aviso TO TI-AVISO-ESTADO.
           DISPLAY "Aviso de pago recibido (S/N): ".
           PERFORM LEER-OPCION-AVISO.
           MOVE Opcion-Aviso TO TI-AVISO-PAGO.
           DISPLAY "Aviso de cargo PAC rechazado (S/N): ".
           PERFORM LEER-OPCION-AVISO.
           MOVE Opcion-Aviso TO TI-AVISO-PAC.
           DISPLAY "Los avisos de cobranza y de corte de servicio "
               "se envian siempre.".
           IF Titular-Encontrado = "Y"
               REWRITE TITULAR-RECORD
           ELSE
               WRITE TITULAR-RECORD
           END-IF.
           CLOSE TITULARES-FILE.
           DISPLAY "Titular de cuenta " Cuenta-TAG-ID " grabado.".
           STRING "CORREO=" TI-ACEPTA-EMAIL " SMS=" TI-ACEPTA-SMS
               " AVISOS=" TI-AVISO-SALDO TI-AVISO-ESTADO
               TI-AVISO-PAGO TI-AVISO-PAC
               DELIMITED BY SIZE INTO Audit-Salida.

       LEER-OPCION-AVISO.
           MOVE "N" TO Respuesta-SN.
           ACCEPT Respuesta-SN.
           IF Respuesta-SN = "S" OR Respuesta-SN = "s"
               MOVE "Y" TO Opcion-Aviso
           ELSE
               MOVE "N" TO Opcion-Aviso
           END-IF.

       MOSTRAR-TITULAR.
           DISPLAY "\n------ TITULAR ------".
           DISPLAY "Nombre: " TI-NOMBRE.
           DISPLAY "RUT: " TI-RUT.
           DISPLAY "Correo: " TI-EMAIL " (acepta " TI-ACEPTA-EMAIL ")".
           DISPLAY "Telefono: " TI-TELEFONO
               " (acepta SMS " TI-ACEPTA-SMS ")".
           DISPLAY "Direccion: " TI-DIRECCION.
           DISPLAY "Avisos: saldo " TI-AVISO-SALDO
               " estado " TI-AVISO-ESTADO
               " pago " TI-AVISO-PAGO
               " PAC " TI-AVISO-PAC.

       ACTUALIZAR-SELLO.
           MOVE "N" TO Fin-Sello.
               CLOSE CONTROLES-FILE
           END-IF.
           MOVE "N" TO Fin-Sello.

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
               DISPLAY "El finiquito requiere rol de supervisor."
               MOVE "FINIQUITO SIN ROL SUPERVISOR"
                   TO WS-Rechazo-Motivo
               PERFORM REGISTRAR-RECHAZO
               MOVE "FINIQUITO RECHAZADO" TO Audit-Entrada
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
           MOVE "MANTENCION-CUENTAS" TO RZ-PROGRAMA.
           MOVE WS-Fecha-Sistema TO RZ-FECHA.
           MOVE WS-Hora-Sistema TO RZ-HORA.
           MOVE Operador TO RZ-OPERADOR.
           MOVE WS-Rechazo-Motivo TO RZ-MOTIVO.
           MOVE SPACES TO RZ-DETALLE.
           STRING "CUENTA=" Cuenta-TAG-ID
               DELIMITED BY SIZE INTO RZ-DETALLE.
           MOVE "A" TO RZ-ESTADO.
           MOVE SPACES TO RZ-RESUELTO-POR.
           MOVE ZEROS TO RZ-FECHA-RESOL.
           WRITE RECHAZO-RECORD.
           CLOSE RECHAZOS-FILE.

       SOLICITAR-FINIQUITO.
           ACCEPT WS-Fecha-Sistema FROM DATE YYYYMMDD.
           DISPLAY "Ingrese cuenta TAG a finiquitar: ".
           ACCEPT Cuenta-TAG-ID.
           MOVE ZEROS TO Mandatos-Desactivados.
           PERFORM ABRIR-CUENTAS-TAG.
           PERFORM BUSCAR-CUENTA-TAG.
           IF Cuenta-Encontrada = "N"
               DISPLAY "Cuenta " Cuenta-TAG-ID " no registrada."
               MOVE "CUENTA TAG NO REGISTRADA" TO WS-Rechazo-Motivo
               PERFORM REGISTRAR-RECHAZO
               CLOSE CUENTAS-TAG-FILE
           ELSE
               IF CT-ESTADO-CUENTA = "T" OR CT-ESTADO-CUENTA = "F"
                   OR CT-ESTADO-CUENTA = "D"
                   DISPLAY "La cuenta " Cuenta-TAG-ID
                       " ya tiene un finiquito registrado."
                   MOVE "FINIQUITO YA REGISTRADO"
                       TO WS-Rechazo-Motivo
                   PERFORM REGISTRAR-RECHAZO
                   CLOSE CUENTAS-TAG-FILE
               ELSE
                   PERFORM MOSTRAR-CUENTA
                   MOVE "T" TO CT-ESTADO-CUENTA
                   MOVE "T" TO Estado-Cuenta
                   REWRITE CUENTA-TAG-RECORD
                   CLOSE CUENTAS-TAG-FILE
                   PERFORM DESACTIVAR-MANDATO-PAC
                   PERFORM REGISTRAR-SOLICITUD-FINIQUITO
                   COMPUTE Dias-Hoy =
                       FUNCTION INTEGER-OF-DATE(WS-Fecha-Sistema)
                   COMPUTE Fecha-Liquidable =
                       FUNCTION DATE-OF-INTEGER
                           (Dias-Hoy + Dias-Espera-Interop)
                   DISPLAY "Finiquito solicitado para la cuenta "
                       Cuenta-TAG-ID "."
                   DISPLAY "  Los cruces nuevos quedan en suspenso "
                       "y no se giran recargas PAC."
                   DISPLAY "  Mandatos PAC desactivados: "
                       Mandatos-Desactivados
                   DISPLAY "  Se esperan cruces interoperador en "
                       "transito; liquidar desde " Fecha-Liquidable
               END-IF
           END-IF.
           MOVE SPACES TO Audit-Entrada.
           STRING "SOLICITUD FINIQUITO CUENTA=" Cuenta-TAG-ID
               DELIMITED BY SIZE INTO Audit-Entrada.
           MOVE SPACES TO Audit-Salida.
           STRING "ESTADO=" Estado-Cuenta
               " PAC=" Mandatos-Desactivados
               DELIMITED BY SIZE INTO Audit-Salida.

       DESACTIVAR-MANDATO-PAC.
           MOVE "N" TO Fin-Archivo.
           OPEN INPUT PAC-AUTH-FILE.
           IF WS-Pacauth-Status = "00"
               OPEN OUTPUT PAC-AUTH-TMP-FILE
               PERFORM UNTIL Fin-Archivo = "Y"
                   READ PAC-AUTH-FILE
                       AT END
                           MOVE "Y" TO Fin-Archivo
                       NOT AT END
                           IF PA-CUENTA-ID = Cuenta-TAG-ID
                               AND PA-ACTIVO = "A"
                               MOVE "I" TO PA-ACTIVO
                               ADD 1 TO Mandatos-Desactivados
                           END-IF
                           MOVE PAC-AUTH-RECORD
                               TO PAC-AUTH-TMP-RECORD
                           WRITE PAC-AUTH-TMP-RECORD
                   END-READ
               END-PERFORM
               CLOSE PAC-AUTH-FILE
               CLOSE PAC-AUTH-TMP-FILE
               MOVE "N" TO Fin-Archivo
               OPEN INPUT PAC-AUTH-TMP-FILE
               OPEN OUTPUT PAC-AUTH-FILE
               PERFORM UNTIL Fin-Archivo = "Y"
                   READ PAC-AUTH-TMP-FILE
                       AT END
                           MOVE "Y" TO Fin-Archivo
                       NOT AT END
                           MOVE PAC-AUTH-TMP-RECORD
                               TO PAC-AUTH-RECORD
                           WRITE PAC-AUTH-RECORD
                   END-READ
               END-PERFORM
               CLOSE PAC-AUTH-TMP-FILE
               CLOSE PAC-AUTH-FILE
           END-IF.
           MOVE "N" TO Fin-Archivo.

       REGISTRAR-SOLICITUD-FINIQUITO.
           OPEN EXTEND FINIQUITOS-FILE.
           IF WS-Finiquitos-Status = "35"
               OPEN OUTPUT FINIQUITOS-FILE
               CLOSE FINIQUITOS-FILE
               OPEN EXTEND FINIQUITOS-FILE
           END-IF.
           MOVE Cuenta-TAG-ID TO FQ-CUENTA-ID.
           MOVE ZEROS TO FQ-DOCUMENTO-NRO.
           MOVE "P" TO FQ-ESTADO.
           MOVE CT-TIPO-CUENTA TO FQ-TIPO-CUENTA.
           MOVE WS-Fecha-Sistema TO FQ-FECHA-SOLICITUD.
           MOVE ZEROS TO FQ-FECHA-LIQUIDA.
           MOVE CT-SALDO TO FQ-SALDO-FINAL.
           MOVE ZEROS TO FQ-REEMBOLSO.
           MOVE ZEROS TO FQ-DEUDA.
           MOVE ZEROS TO FQ-VEHICULOS.
           MOVE Operador TO FQ-OPERADOR.
           WRITE FINIQUITO-RECORD.
           CLOSE FINIQUITOS-FILE.

       LIQUIDAR-FINIQUITO.
           ACCEPT WS-Fecha-Sistema FROM DATE YYYYMMDD.
           DISPLAY "Ingrese cuenta TAG a liquidar: ".
           ACCEPT Cuenta-TAG-ID.
           MOVE ZEROS TO Documento-Nro.
           MOVE ZEROS TO Monto-Reembolso.
           MOVE ZEROS TO Monto-Deuda.
           MOVE ZEROS TO Vehiculos-Retirados.
           PERFORM BUSCAR-SOLICITUD-FINIQUITO.
           IF Solicitud-Encontrada = "N"
               DISPLAY "La cuenta " Cuenta-TAG-ID
                   " no tiene finiquito pendiente."
               MOVE "FINIQUITO NO SOLICITADO" TO WS-Rechazo-Motivo
               PERFORM REGISTRAR-RECHAZO
           ELSE
               COMPUTE Dias-Hoy =
                   FUNCTION INTEGER-OF-DATE(WS-Fecha-Sistema)
               COMPUTE Dias-Solicitud =
                   FUNCTION INTEGER-OF-DATE(Fecha-Solicitud)
               COMPUTE Dias-Faltantes = Dias-Espera-Interop
                   - (Dias-Hoy - Dias-Solicitud)
               IF Dias-Faltantes > 0
                   DISPLAY "Faltan " Dias-Faltantes " dias de espera "
                       "por cruces interoperador en transito."
                   MOVE "FINIQUITO EN ESPERA INTEROP"
                       TO WS-Rechazo-Motivo
                   PERFORM REGISTRAR-RECHAZO
               ELSE
                   PERFORM ABRIR-CUENTAS-TAG
                   PERFORM BUSCAR-CUENTA-TAG
                   IF Cuenta-Encontrada = "N"
                       DISPLAY "Cuenta " Cuenta-TAG-ID
                           " no registrada."
                       MOVE "CUENTA TAG NO REGISTRADA"
                           TO WS-Rechazo-Motivo
                       PERFORM REGISTRAR-RECHAZO
                       CLOSE CUENTAS-TAG-FILE
                   ELSE
                       PERFORM CALCULAR-SALDO-FINAL
                       CLOSE CUENTAS-TAG-FILE
                       PERFORM OBTENER-PROXIMO-DOCUMENTO
                       IF Monto-Reembolso > 0
                           PERFORM REGISTRAR-AJUSTE-FINIQUITO
                           PERFORM REGISTRAR-REEMBOLSO
                       END-IF
                       PERFORM RETIRAR-VEHICULOS
                       PERFORM CERRAR-SOLICITUD-FINIQUITO
                       PERFORM IMPRIMIR-FINIQUITO
                   END-IF
               END-IF
           END-IF.
           MOVE SPACES TO Audit-Entrada.
           STRING "LIQUIDA FINIQUITO CUENTA=" Cuenta-TAG-ID
               " DOC=" Documento-Nro
               DELIMITED BY SIZE INTO Audit-Entrada.
           MOVE SPACES TO Audit-Salida.
           STRING "REEMB=" Monto-Reembolso " DEUDA=" Monto-Deuda
               DELIMITED BY SIZE INTO Audit-Salida.

       BUSCAR-SOLICITUD-FINIQUITO.
           MOVE "N" TO Solicitud-Encontrada.
           MOVE ZEROS TO Fecha-Solicitud.
           MOVE "N" TO Fin-Archivo.
           OPEN INPUT FINIQUITOS-FILE.
           IF WS-Finiquitos-Status = "00"
               PERFORM UNTIL Fin-Archivo = "Y"
                   READ FINIQUITOS-FILE
                       AT END
                           MOVE "Y" TO Fin-Archivo
                       NOT AT END
                           IF FQ-CUENTA-ID = Cuenta-TAG-ID
                               AND FQ-ESTADO = "P"
                               MOVE "Y" TO Solicitud-Encontrada
                               MOVE FQ-FECHA-SOLICITUD
                                   TO Fecha-Solicitud
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FINIQUITOS-FILE
           END-IF.
           MOVE "N" TO Fin-Archivo.

       CALCULAR-SALDO-FINAL.
           MOVE CT-SALDO TO Saldo-Anterior.
           MOVE CT-PATENTE TO Patente-Cuenta.
           MOVE CT-TIPO-CUENTA TO Tipo-Cuenta.
           MOVE ZEROS TO Monto-Ajuste.
           IF CT-TIPO-CUENTA = "P"
               IF CT-SALDO > 0
                   MOVE CT-SALDO TO Monto-Reembolso
               ELSE
                   COMPUTE Monto-Deuda = 0 - CT-SALDO
               END-IF
           ELSE
               IF CT-SALDO > 0
                   MOVE CT-SALDO TO Monto-Deuda
               ELSE
                   COMPUTE Monto-Reembolso = 0 - CT-SALDO
               END-IF
           END-IF.
           IF Monto-Reembolso > 0
               COMPUTE Monto-Ajuste = 0 - Monto-Reembolso
               MOVE ZEROS TO CT-SALDO
           END-IF.
           IF Monto-Deuda > 0
               MOVE "D" TO CT-ESTADO-CUENTA
           ELSE
               MOVE "F" TO CT-ESTADO-CUENTA
           END-IF.
           MOVE "N" TO CT-ALERTA-SALDO.
           REWRITE CUENTA-TAG-RECORD.
           IF Monto-Reembolso > 0
               MOVE "CUENTASTAG.DAT" TO Sello-Archivo
               MOVE ZEROS TO Sello-Delta-Reg
               COMPUTE Sello-Delta-Monto = CT-SALDO - Saldo-Anterior
               PERFORM ACTUALIZAR-SELLO
           END-IF.

       OBTENER-PROXIMO-DOCUMENTO.
           MOVE ZEROS TO Documento-Nro.
           MOVE "N" TO Fin-Archivo.
           OPEN INPUT FINIQUITOS-FILE.
           IF WS-Finiquitos-Status = "00"
               PERFORM UNTIL Fin-Archivo = "Y"
                   READ FINIQUITOS-FILE
                       AT END
                           MOVE "Y" TO Fin-Archivo
                       NOT AT END
                           IF FQ-DOCUMENTO-NRO > Documento-Nro
                               MOVE FQ-DOCUMENTO-NRO TO Documento-Nro
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FINIQUITOS-FILE
           END-IF.
           ADD 1 TO Documento-Nro.
           MOVE "N" TO Fin-Archivo.

       OBTENER-PROXIMO-RECIBO.
           MOVE ZEROS TO Recibo-Nro.
           MOVE "N" TO Fin-Archivo.
           OPEN INPUT PAGOS-LOG-FILE.
           IF WS-Pagoslog-Status = "00"
               PERFORM UNTIL Fin-Archivo = "Y"
                   READ PAGOS-LOG-FILE
                       AT END
                           MOVE "Y" TO Fin-Archivo
                       NOT AT END
                           IF PG-RECIBO-NRO > Recibo-Nro
                               MOVE PG-RECIBO-NRO TO Recibo-Nro
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAGOS-LOG-FILE
           END-IF.
           ADD 1 TO Recibo-Nro.
           MOVE "N" TO Fin-Archivo.

       REGISTRAR-AJUSTE-FINIQUITO.
           PERFORM OBTENER-PROXIMO-RECIBO.
           ACCEPT WS-Hora-Sistema FROM TIME.
           OPEN EXTEND PAGOS-LOG-FILE.
           IF WS-Pagoslog-Status = "35"
               OPEN OUTPUT PAGOS-LOG-FILE
               CLOSE PAGOS-LOG-FILE
               OPEN EXTEND PAGOS-LOG-FILE
           END-IF.
           MOVE Recibo-Nro TO PG-RECIBO-NRO.
           MOVE Cuenta-TAG-ID TO PG-CUENTA-ID.
           MOVE "A" TO PG-TIPO-MOV.
           MOVE Monto-Ajuste TO PG-MONTO.
           MOVE "FINQ" TO PG-MEDIO-PAGO.
           MOVE WS-Fecha-Sistema TO PG-FECHA.
           MOVE WS-Hora-Sistema TO PG-HORA.
           MOVE Operador TO PG-OPERADOR.
           WRITE PAGO-TAG-RECORD.
           CLOSE PAGOS-LOG-FILE.
           MOVE "PAGOSLOG.DAT" TO Sello-Archivo.
           MOVE 1 TO Sello-Delta-Reg.
           MOVE Monto-Ajuste TO Sello-Delta-Monto.
           PERFORM ACTUALIZAR-SELLO.

       REGISTRAR-REEMBOLSO.
           OPEN EXTEND REEMBOLSOS-FILE.
           IF WS-Reembolsos-Status = "35"
               OPEN OUTPUT REEMBOLSOS-FILE
               CLOSE REEMBOLSOS-FILE
               OPEN EXTEND REEMBOLSOS-FILE
           END-IF.
           MOVE Documento-Nro TO RB-DOCUMENTO-NRO.
           MOVE "TAG" TO RB-ORIGEN.
           MOVE Cuenta-TAG-ID TO RB-CUENTA-ID.
           MOVE Monto-Reembolso TO RB-MONTO.
           MOVE WS-Fecha-Sistema TO RB-FECHA.
           MOVE "P" TO RB-ESTADO.
           MOVE Operador TO RB-OPERADOR.
           WRITE REEMBOLSO-RECORD.
           CLOSE REEMBOLSOS-FILE.

       RETIRAR-VEHICULOS.
           MOVE ZEROS TO Vehiculos-Retirados.
           MOVE "N" TO Fin-Archivo.
           OPEN I-O VEHICULOS-FILE.
           IF WS-Vehiculos-Status = "00"
               PERFORM UNTIL Fin-Archivo = "Y"
                   READ VEHICULOS-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO Fin-Archivo
                       NOT AT END
                           IF VH-CUENTA-ID = Cuenta-TAG-ID
                               AND VH-ESTADO = "A"
                               MOVE "I" TO VH-ESTADO
                               REWRITE VEHICULO-RECORD
                               ADD 1 TO Vehiculos-Retirados
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VEHICULOS-FILE
           END-IF.
           MOVE "N" TO Fin-Archivo.

       CERRAR-SOLICITUD-FINIQUITO.
           MOVE "N" TO Fin-Archivo.
           OPEN INPUT FINIQUITOS-FILE.
           OPEN OUTPUT FINIQUITOS-TMP-FILE.
           PERFORM UNTIL Fin-Archivo = "Y"
               READ FINIQUITOS-FILE
                   AT END
                       MOVE "Y" TO Fin-Archivo
                   NOT AT END
                       IF FQ-CUENTA-ID = Cuenta-TAG-ID
                           AND FQ-ESTADO = "P"
                           MOVE Documento-Nro TO FQ-DOCUMENTO-NRO
                           MOVE "L" TO FQ-ESTADO
                           MOVE WS-Fecha-Sistema TO FQ-FECHA-LIQUIDA
                           MOVE Saldo-Anterior TO FQ-SALDO-FINAL
                           MOVE Monto-Reembolso TO FQ-REEMBOLSO
                           MOVE Monto-Deuda TO FQ-DEUDA
                           MOVE Vehiculos-Retirados TO FQ-VEHICULOS
                           MOVE Operador TO FQ-OPERADOR
                       END-IF
                       MOVE FINIQUITO-RECORD TO FINIQUITO-TMP-RECORD
                       WRITE FINIQUITO-TMP-RECORD
               END-READ
           END-PERFORM.
           CLOSE FINIQUITOS-FILE.
           CLOSE FINIQUITOS-TMP-FILE.
           MOVE "N" TO Fin-Archivo.
           OPEN INPUT FINIQUITOS-TMP-FILE.
           OPEN OUTPUT FINIQUITOS-FILE.
           PERFORM UNTIL Fin-Archivo = "Y"
               READ FINIQUITOS-TMP-FILE
                   AT END
                       MOVE "Y" TO Fin-Archivo
                   NOT AT END
                       MOVE FINIQUITO-TMP-RECORD TO FINIQUITO-RECORD
                       WRITE FINIQUITO-RECORD
               END-READ
           END-PERFORM.
           CLOSE FINIQUITOS-TMP-FILE.
           CLOSE FINIQUITOS-FILE.
           MOVE "N" TO Fin-Archivo.

       BUSCAR-ULTIMO-ESTADO.
           MOVE ZEROS TO Fecha-Corte-Final.
           MOVE "N" TO Fin-Archivo.
           OPEN INPUT DTE-DOCUMENTOS-FILE.
           IF WS-Dtedocs-Status = "00"
               PERFORM UNTIL Fin-Archivo = "Y"
                   READ DTE-DOCUMENTOS-FILE
                       AT END
                           MOVE "Y" TO Fin-Archivo
                       NOT AT END
                           IF DD-ORIGEN = "ETAG"
                               AND DD-REFERENCIA(1:6) = Cuenta-TAG-ID
                               AND DD-ESTADO NOT = "R"
                               AND DD-FECHA-EMISION > Fecha-Corte-Final
                               MOVE DD-FECHA-EMISION
                                   TO Fecha-Corte-Final
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DTE-DOCUMENTOS-FILE
           END-IF.
           MOVE "N" TO Fin-Archivo.

       ACUMULAR-ESTADO-FINAL.
           MOVE ZEROS TO Cargos-Finales.
           MOVE ZEROS TO Monto-Cargos-Finales.
           MOVE ZEROS TO Monto-Abonos-Finales.
           MOVE "N" TO Fin-Archivo.
           OPEN INPUT PEAJE-HIST-FILE.
           IF WS-Peajehist-Status = "00"
               PERFORM UNTIL Fin-Archivo = "Y"
                   READ PEAJE-HIST-FILE
                       AT END
                           MOVE "Y" TO Fin-Archivo
                       NOT AT END
                           MOVE PEAJE-HIST-RECORD
                               TO PEAJE-LOG-RECORD
                           PERFORM SUMAR-CRUCE-FINAL
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
                           PERFORM SUMAR-CRUCE-FINAL
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
                           PERFORM SUMAR-ABONO-FINAL
                   END-READ
               END-PERFORM
               CLOSE PAGOS-LOG-FILE
           END-IF.
           MOVE "N" TO Fin-Archivo.

       SUMAR-CRUCE-FINAL.
           IF PL-CUENTA-ID = Cuenta-TAG-ID
               AND PL-TIPO-PAGO = "TAG"
               AND PL-FECHA > Fecha-Corte-Final
               ADD 1 TO Cargos-Finales
               ADD PL-TOTAL TO Monto-Cargos-Finales
               IF Detallar-Final = "Y"
                   MOVE PL-TOTAL TO Monto-Linea-Desp
                   MOVE SPACES TO FINIQUITO-LINEA
                   STRING "  " PL-FECHA " CRUCE PLAZA " PL-PLAZA
                       " PISTA " PL-PISTA " PATENTE " PL-PATENTE
                       " $" Monto-Linea-Desp
                       DELIMITED BY SIZE INTO FINIQUITO-LINEA
                   WRITE FINIQUITO-LINEA
                   DISPLAY FINIQUITO-LINEA
               END-IF
           END-IF.

       SUMAR-ABONO-FINAL.
           IF PG-CUENTA-ID = Cuenta-TAG-ID
               AND PG-MEDIO-PAGO NOT = "FINQ"
               AND PG-FECHA > Fecha-Corte-Final
               ADD PG-MONTO TO Monto-Abonos-Finales
               IF Detallar-Final = "Y"
                   COMPUTE Monto-Linea-Desp = 0 - PG-MONTO
                   MOVE SPACES TO FINIQUITO-LINEA
                   STRING "  " PG-FECHA " ABONO " PG-MEDIO-PAGO
                       " RECIBO " PG-RECIBO-NRO
                       "                  $" Monto-Linea-Desp
                       DELIMITED BY SIZE INTO FINIQUITO-LINEA
                   WRITE FINIQUITO-LINEA
                   DISPLAY FINIQUITO-LINEA
               END-IF
           END-IF.

       IMPRIMIR-ESTADO-FINAL.
           PERFORM BUSCAR-ULTIMO-ESTADO.
           MOVE "N" TO Detallar-Final.
           PERFORM ACUMULAR-ESTADO-FINAL.
           COMPUTE Deuda-Apertura = Monto-Deuda
               - Monto-Cargos-Finales + Monto-Abonos-Finales.
           MOVE SPACES TO FINIQUITO-LINEA.
           IF Fecha-Corte-Final = 0
               MOVE "ESTADO DE CUENTA FINAL (SIN ESTADO EMITIDO)"
                   TO FINIQUITO-LINEA
           ELSE
               STRING "ESTADO DE CUENTA FINAL: MOVIMIENTOS POSTERIORES"
                   " AL ESTADO EMITIDO EL " Fecha-Corte-Final
                   DELIMITED BY SIZE INTO FINIQUITO-LINEA
           END-IF.
           WRITE FINIQUITO-LINEA.
           DISPLAY FINIQUITO-LINEA.
           MOVE Deuda-Apertura TO Monto-Linea-Desp.
           MOVE SPACES TO FINIQUITO-LINEA.
           STRING "  SALDO ADEUDADO AL " Fecha-Corte-Final
               "                         $" Monto-Linea-Desp
               DELIMITED BY SIZE INTO FINIQUITO-LINEA.
           WRITE FINIQUITO-LINEA.
           DISPLAY FINIQUITO-LINEA.
           MOVE "Y" TO Detallar-Final.
           PERFORM ACUMULAR-ESTADO-FINAL.
           MOVE "N" TO Detallar-Final.
           MOVE Monto-Cargos-Finales TO Monto-Linea-Desp.
           MOVE SPACES TO FINIQUITO-LINEA.
           STRING "  TOTAL " Cargos-Finales " CRUCES"
               "                                 $" Monto-Linea-Desp
               DELIMITED BY SIZE INTO FINIQUITO-LINEA.
           WRITE FINIQUITO-LINEA.
           DISPLAY FINIQUITO-LINEA.
           COMPUTE Monto-Linea-Desp = 0 - Monto-Abonos-Finales.
           MOVE SPACES TO FINIQUITO-LINEA.
           STRING "  TOTAL ABONOS"
               "                                       $"
               Monto-Linea-Desp
               DELIMITED BY SIZE INTO FINIQUITO-LINEA.
           WRITE FINIQUITO-LINEA.
           DISPLAY FINIQUITO-LINEA.

       IMPRIMIR-FINIQUITO.
           OPEN EXTEND FINIQUITO-RPT-FILE.
           IF WS-Finiqrpt-Status = "35"
               OPEN OUTPUT FINIQUITO-RPT-FILE
               CLOSE FINIQUITO-RPT-FILE
               OPEN EXTEND FINIQUITO-RPT-FILE
           END-IF.
           MOVE SPACES TO FINIQUITO-LINEA.
           STRING "FINIQUITO DE CUENTA TAG NRO " Documento-Nro
               " FECHA " WS-Fecha-Sistema
               DELIMITED BY SIZE INTO FINIQUITO-LINEA.
           WRITE FINIQUITO-LINEA.
           DISPLAY FINIQUITO-LINEA.
           MOVE SPACES TO FINIQUITO-LINEA.
           STRING "CUENTA " Cuenta-TAG-ID " PATENTE " Patente-Cuenta
               " TIPO " Tipo-Cuenta
               " SOLICITADO " Fecha-Solicitud
               DELIMITED BY SIZE INTO FINIQUITO-LINEA.
           WRITE FINIQUITO-LINEA.
           DISPLAY FINIQUITO-LINEA.
           MOVE SPACES TO FINIQUITO-LINEA.
           STRING "SALDO AL CIERRE $" Saldo-Anterior
               DELIMITED BY SIZE INTO FINIQUITO-LINEA.
           WRITE FINIQUITO-LINEA.
           DISPLAY FINIQUITO-LINEA.
           IF Monto-Reembolso > 0
               MOVE SPACES TO FINIQUITO-LINEA
               STRING "REEMBOLSO A PAGAR POR TESORERIA $"
                   Monto-Reembolso " (REEMBOLSOS.DAT)"
                   DELIMITED BY SIZE INTO FINIQUITO-LINEA
               WRITE FINIQUITO-LINEA
               DISPLAY FINIQUITO-LINEA
           END-IF.
           IF Monto-Deuda > 0
               PERFORM IMPRIMIR-ESTADO-FINAL
               MOVE SPACES TO FINIQUITO-LINEA
               STRING "MONTO ADEUDADO A PAGAR $" Monto-Deuda
                   DELIMITED BY SIZE INTO FINIQUITO-LINEA
               WRITE FINIQUITO-LINEA
               DISPLAY FINIQUITO-LINEA
               MOVE SPACES TO FINIQUITO-LINEA
               STRING "LA CUENTA QUEDA FINIQUITADA CON DEUDA "
                   "HASTA SU PAGO"
                   DELIMITED BY SIZE INTO FINIQUITO-LINEA
               WRITE FINIQUITO-LINEA
               DISPLAY FINIQUITO-LINEA
           END-IF.
           IF Monto-Reembolso = 0 AND Monto-Deuda = 0
               MOVE SPACES TO FINIQUITO-LINEA
               MOVE "CUENTA SIN SALDO PENDIENTE" TO FINIQUITO-LINEA
               WRITE FINIQUITO-LINEA
               DISPLAY FINIQUITO-LINEA
           END-IF.
           MOVE SPACES TO FINIQUITO-LINEA.
           STRING "VEHICULOS RETIRADOS " Vehiculos-Retirados
               " LIQUIDADO POR " Operador
               DELIMITED BY SIZE INTO FINIQUITO-LINEA.
           WRITE FINIQUITO-LINEA.
           DISPLAY FINIQUITO-LINEA.
           MOVE SPACES TO FINIQUITO-LINEA.
           WRITE FINIQUITO-LINEA.
           CLOSE FINIQUITO-RPT-FILE.
