           SELECT CONTROLES-TMP-FILE ASSIGN TO "SELLOTMP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Selltmp-Status.
           SELECT ENCARGOS-FILE ASSIGN TO "ENCARGOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Encargos-Status.
           SELECT ALERTAS-POL-FILE ASSIGN TO "ALERTAPOL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Alertapol-Status.
           SELECT PISTAS-FILE ASSIGN TO "PISTAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Pistas-Status.

       DATA DIVISION.
       FILE SECTION.
           COPY CONTROLARCH.
       FD  CONTROLES-TMP-FILE.
       01  CONTROL-TMP-RECORD PIC X(60).
       FD  PISTAS-FILE.
           COPY PISTA.
       FD  ENCARGOS-FILE.
           COPY ENCARGO.
       FD  ALERTAS-POL-FILE.
           COPY ALERTAPOL.

       WORKING-STORAGE SECTION.
       01 TARIFARIO-TABLE.
       01 WS-Selltmp-Status     PIC XX VALUE "00".
       01 WS-Interopcfg-Status  PIC XX VALUE "00".
       01 WS-Interopsal-Status  PIC XX VALUE "00".
       01 WS-Pistas-Status      PIC XX VALUE "00".
       01 PISTAS-TABLE.
           05 PISTA-ENTRY OCCURS 100 TIMES INDEXED BY PS-IDX.
               10 PS-PLAZA          PIC X(3).
               10 PS-PISTA          PIC 99.
               10 PS-TIPO           PIC X.
               10 PS-ESTADO         PIC X.
       01 PISTAS-COUNT          PIC 9(4) VALUE 0.
       01 Pista-Actual          PIC 99 VALUE 0.
       01 Pista-Habilitada      PIC X VALUE "Y".
       01 Tipo-Pista-Actual     PIC X VALUE SPACE.
       01 Cantidad-Pista-Invalida PIC 9(5) VALUE ZEROS.
       01 ENCARGOS-TABLE.
           05 ENCARGO-ENTRY OCCURS 500 TIMES INDEXED BY EN-IDX.
               10 EA-PATENTE        PIC X(8).
               10 EA-TIPO-ORDEN     PIC X.
               10 EA-FECHA-DESDE    PIC 9(8).
               10 EA-FECHA-HASTA    PIC 9(8).
               10 EA-REFERENCIA     PIC X(15).
       01 ENCARGOS-COUNT        PIC 9(4) VALUE 0.
       01 Encargos-Desbordados  PIC X VALUE "N".
       01 Encargo-Hallado       PIC X VALUE "N".
       01 Fecha-Encargo         PIC 9(8) VALUE 0.
       01 Hora-Encargo          PIC 99 VALUE 0.
       01 Pago-Alerta           PIC X(4) VALUE SPACES.
       01 Cuenta-Alerta         PIC X(6) VALUE SPACES.
       01 Orden-Texto           PIC X(20) VALUE SPACES.
       01 Cantidad-Alertas      PIC 9(5) VALUE ZEROS.
       01 WS-Encargos-Status    PIC XX VALUE "00".
       01 WS-Alertapol-Status   PIC XX VALUE "00".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM CARGAR-CONFIG-PUNTA.
           PERFORM CARGAR-CONFIG-IVA.
           PERFORM CARGAR-EXENTOS.
           PERFORM CARGAR-PISTAS.
           PERFORM CARGAR-ENCARGOS.
           DISPLAY "Ingrese operador: ".
           ACCEPT Operador.
           PERFORM VALIDAR-OPERADOR.
           PERFORM VALIDAR-TURNO.
           DISPLAY "Ingrese plaza (ej. NOR, CEN, SUR): ".
           ACCEPT Plaza-Actual.
           DISPLAY "Ingrese pista: ".
           ACCEPT Pista-Actual.
           DISPLAY "Ingrese categoria: ".
           ACCEPT CATEGORIA.
           DISPLAY "Ingrese patente/vehiculo: ".
               DISPLAY "Ingrese cantidad de ejes: "
               ACCEPT Cantidad-Ejes
           END-IF.
           PERFORM VERIFICAR-PISTA.
           IF Pista-Habilitada = "N" OR Tipo-Pista-Actual = "T"
               DISPLAY "ATENCION: pista " Pista-Actual
                   " no habilitada para boletera en plaza "
                   Plaza-Actual "."
               MOVE "PISTA NO HABILITADA BOLETERA"
                   TO WS-Rechazo-Motivo
               PERFORM REGISTRAR-RECHAZO
               DISPLAY "Cruce no cobrado."
               STRING "PLAZA=" Plaza-Actual " PISTA=" Pista-Actual
                   " VEHICULO=" Vehiculo-ID
                   DELIMITED BY SIZE INTO Audit-Entrada
               MOVE "PISTA NO HABILITADA" TO Audit-Salida
           ELSE
               PERFORM COBRAR-BOLETERA
           END-IF.

       COBRAR-BOLETERA.
           MOVE "N" TO Usar-Hora-Cruce.
           MOVE "N" TO Usar-Fecha-Cruce.
           PERFORM CALCULAR-TARIFA.
           IF Es-Exento = "N"
               PERFORM REGISTRAR-TRANSACCION-LOG
           END-IF.
           ACCEPT Fecha-Encargo FROM DATE YYYYMMDD.
           ACCEPT WS-Hora-Sistema FROM TIME.
           DIVIDE WS-Hora-Sistema BY 1000000 GIVING Hora-Encargo.
           MOVE "CASH" TO Pago-Alerta.
           MOVE SPACES TO Cuenta-Alerta.
           PERFORM VERIFICAR-ENCARGO.
           IF Encargo-Hallado = "Y"
               DISPLAY "****************************************"
               DISPLAY "ALERTA: PATENTE " Vehiculo-ID
                   " CON ENCARGO POLICIAL VIGENTE"
               DISPLAY "  " Orden-Texto " REF "
                   EA-REFERENCIA(EN-IDX)
               DISPLAY "  No retenga al conductor. Cobre y deje "
                   "pasar; la alerta queda registrada"
               DISPLAY "  para Carabineros. Observe el vehiculo "
                   "y anote lo que vea."
               DISPLAY "****************************************"
           END-IF.

           DISPLAY "\n\n------ TICKET ------".
           DISPLAY "Categoria: " CATEGORIA.
           END-IF.
           MOVE "N" TO Fin-Archivo.

       CARGAR-PISTAS.
           MOVE ZEROS TO PISTAS-COUNT.
           MOVE "N" TO Fin-Archivo.
           OPEN INPUT PISTAS-FILE.
           IF WS-Pistas-Status = "00"
               PERFORM UNTIL Fin-Archivo = "Y"
                   READ PISTAS-FILE
                       AT END
                           MOVE "Y" TO Fin-Archivo
                       NOT AT END
                           IF PISTAS-COUNT < 100
                               ADD 1 TO PISTAS-COUNT
                               SET PS-IDX TO PISTAS-COUNT
                               MOVE PI-PLAZA TO PS-PLAZA(PS-IDX)
                               MOVE PI-PISTA TO PS-PISTA(PS-IDX)
                               MOVE PI-TIPO TO PS-TIPO(PS-IDX)
                               MOVE PI-ESTADO TO PS-ESTADO(PS-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PISTAS-FILE
           END-IF.
           MOVE "N" TO Fin-Archivo.

       CARGAR-ENCARGOS.
           ACCEPT WS-Fecha-Sistema FROM DATE YYYYMMDD.
           MOVE ZEROS TO ENCARGOS-COUNT.
           MOVE "N" TO Encargos-Desbordados.
           MOVE "N" TO Fin-Archivo.
           OPEN INPUT ENCARGOS-FILE.
           IF WS-Encargos-Status = "00"
               PERFORM UNTIL Fin-Archivo = "Y"
                   READ ENCARGOS-FILE
                       AT END
                           MOVE "Y" TO Fin-Archivo
                       NOT AT END
                           IF EG-FECHA-HASTA = 0
                               OR EG-FECHA-HASTA >= WS-Fecha-Sistema
                               PERFORM AGREGAR-ENCARGO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ENCARGOS-FILE
           END-IF.
           MOVE "N" TO Fin-Archivo.
           IF Encargos-Desbordados = "Y"
               DISPLAY "ATENCION: mas de 500 encargos policiales "
                   "vigentes, verificacion incompleta."
           END-IF.

       AGREGAR-ENCARGO.
           IF ENCARGOS-COUNT < 500
               ADD 1 TO ENCARGOS-COUNT
               SET EN-IDX TO ENCARGOS-COUNT
               MOVE EG-PATENTE TO EA-PATENTE(EN-IDX)
               MOVE EG-TIPO-ORDEN TO EA-TIPO-ORDEN(EN-IDX)
               MOVE EG-FECHA-DESDE TO EA-FECHA-DESDE(EN-IDX)
               MOVE EG-FECHA-HASTA TO EA-FECHA-HASTA(EN-IDX)
               MOVE EG-REFERENCIA TO EA-REFERENCIA(EN-IDX)
           ELSE
               MOVE "Y" TO Encargos-Desbordados
           END-IF.

       VERIFICAR-ENCARGO.
           MOVE "N" TO Encargo-Hallado.
           PERFORM VARYING EN-IDX FROM 1 BY 1
               UNTIL EN-IDX > ENCARGOS-COUNT
               OR (EA-PATENTE(EN-IDX) = Vehiculo-ID
                   AND EA-FECHA-DESDE(EN-IDX) <= Fecha-Encargo
                   AND (EA-FECHA-HASTA(EN-IDX) = 0
                     OR EA-FECHA-HASTA(EN-IDX) >= Fecha-Encargo))
               CONTINUE
           END-PERFORM.
           IF EN-IDX <= ENCARGOS-COUNT
               MOVE "Y" TO Encargo-Hallado
               IF EA-TIPO-ORDEN(EN-IDX) = "D"
                   MOVE "ORDEN DE DETENCION" TO Orden-Texto
               ELSE
                   MOVE "VEHICULO ROBADO" TO Orden-Texto
               END-IF
               PERFORM REGISTRAR-ALERTA-POLICIAL
           END-IF.

       REGISTRAR-ALERTA-POLICIAL.
           ADD 1 TO Cantidad-Alertas.
           ACCEPT WS-Fecha-Sistema FROM DATE YYYYMMDD.
           ACCEPT WS-Hora-Sistema FROM TIME.
           OPEN EXTEND ALERTAS-POL-FILE.
           IF WS-Alertapol-Status = "35"
               OPEN OUTPUT ALERTAS-POL-FILE
               CLOSE ALERTAS-POL-FILE
               OPEN EXTEND ALERTAS-POL-FILE
           END-IF.
           MOVE Vehiculo-ID TO AP-PATENTE.
           MOVE EA-TIPO-ORDEN(EN-IDX) TO AP-TIPO-ORDEN.
           MOVE EA-REFERENCIA(EN-IDX) TO AP-REFERENCIA.
           MOVE Plaza-Actual TO AP-PLAZA.
           MOVE Fecha-Encargo TO AP-FECHA.
           MOVE Hora-Encargo TO AP-HORA.
           MOVE Pista-Actual TO AP-PISTA.
           MOVE Pago-Alerta TO AP-TIPO-PAGO.
           MOVE Cuenta-Alerta TO AP-CUENTA-ID.
           MOVE CATEGORIA TO AP-CATEGORIA.
           MOVE WS-Fecha-Sistema TO AP-FECHA-DETEC.
           MOVE WS-Hora-Sistema TO AP-HORA-DETEC.
           MOVE Operador TO AP-OPERADOR.
           MOVE "N" TO AP-REPORTADA.
           WRITE ALERTA-POL-RECORD.
           CLOSE ALERTAS-POL-FILE.
           MOVE SPACES TO Audit-Entrada.
           MOVE SPACES TO Audit-Salida.
           STRING "ENCARGO PATENTE=" Vehiculo-ID
               " ORDEN=" EA-TIPO-ORDEN(EN-IDX)
               DELIMITED BY SIZE INTO Audit-Entrada.
           STRING "ALERTA PLAZA=" Plaza-Actual
               " PISTA=" Pista-Actual " PAGO=" Pago-Alerta
               DELIMITED BY SIZE INTO Audit-Salida.
           PERFORM REGISTRAR-AUDITORIA.
           MOVE SPACES TO Audit-Entrada.
           MOVE SPACES TO Audit-Salida.

       VERIFICAR-PISTA.
           MOVE SPACE TO Tipo-Pista-Actual.
           IF PISTAS-COUNT = 0
               MOVE "Y" TO Pista-Habilitada
           ELSE
               MOVE "N" TO Pista-Habilitada
               PERFORM VARYING PS-IDX FROM 1 BY 1
                   UNTIL PS-IDX > PISTAS-COUNT
                   IF PS-PLAZA(PS-IDX) = Plaza-Actual
                       AND PS-PISTA(PS-IDX) = Pista-Actual
                       AND PS-ESTADO(PS-IDX) = "A"
                       MOVE "Y" TO Pista-Habilitada
                       MOVE PS-TIPO(PS-IDX) TO Tipo-Pista-Actual
                       MOVE PISTAS-COUNT TO PS-IDX
                   END-IF
               END-PERFORM
           END-IF.

       VERIFICAR-EXENCION.
           PERFORM VARYING EX-IDX FROM 1 BY 1
               UNTIL EX-IDX > EXENTOS-COUNT
           MOVE Vehiculo-ID TO EL-VEHICULO-ID.
           MOVE WS-Fecha-Sistema TO EL-FECHA.
           MOVE WS-Hora-Sistema TO EL-HORA.
           MOVE Turno-Actual TO EL-TURNO.
           MOVE Plaza-Actual TO EL-PLAZA.
           WRITE EXENTO-LOG-RECORD.
           CLOSE EXENTOS-LOG-FILE.

               Cantidad-Duplicados.
           DISPLAY "Cruces interoperador al intercambio: "
               Cantidad-Interop.
           IF Cantidad-Pista-Invalida > 0
               DISPLAY "ATENCION: cruces en pistas no registradas "
                   "o sin lectura TAG: " Cantidad-Pista-Invalida
           END-IF.
           IF Cruces-Desbordados = "Y"
               DISPLAY "ATENCION: mas de 500 cruces en el lote, "
                   "deteccion de duplicados incompleta."
           END-IF.
           IF Cantidad-Alertas > 0
               DISPLAY "ATENCION: cruces con encargo policial: "
                   Cantidad-Alertas " (ver ALERTAPOL.DAT)."
           END-IF.
           COMPUTE Lote-Rechazados =
               Lote-Leidos - Cantidad-Vehiculos-Tag.
           PERFORM FUSIONAR-CONTROLES-PLAZA.

       POSTEAR-VEHICULO-TAG.
           MOVE TT-PLAZA TO Plaza-Actual.
           MOVE TT-PISTA TO Pista-Actual.
           PERFORM VERIFICAR-PISTA.
           IF Pista-Habilitada = "N" OR Tipo-Pista-Actual = "B"
               ADD 1 TO Cantidad-Pista-Invalida
           END-IF.
           MOVE TT-CATEGORIA TO CATEGORIA.
           MOVE TT-PATENTE TO Vehiculo-ID.
           MOVE TT-CANTIDAD-EJES TO Cantidad-Ejes.
           PERFORM CALCULAR-TARIFA.
           MOVE TT-CUENTA-ID TO Cuenta-TAG-ID.
           PERFORM RESOLVER-CUENTA-VEHICULO.
           IF Vehiculo-Autorizado = "Y"
               PERFORM VERIFICAR-CUENTA-FINIQUITO
           END-IF.
           IF Vehiculo-Autorizado = "N"
               MOVE "N" TO Es-Interop
               IF Motivo-Suspenso = "PATENTE NO REGISTRADA"
               ADD 1 TO Plaza-Aceptados
               ADD TOTAL TO Plaza-Monto
           END-IF.
           IF Vehiculo-Autorizado = "Y"
               MOVE "TAG" TO Pago-Alerta
           ELSE
               IF Es-Interop = "Y"
                   MOVE "INTR" TO Pago-Alerta
               ELSE
                   MOVE "SUSP" TO Pago-Alerta
               END-IF
           END-IF.
           MOVE TT-CUENTA-ID TO Cuenta-Alerta.
           MOVE TT-FECHA-CRUCE TO Fecha-Encargo.
           MOVE TT-HORA-CRUCE TO Hora-Encargo.
           PERFORM VERIFICAR-ENCARGO.

       FUSIONAR-CONTROLES-PLAZA.
           ACCEPT WS-Fecha-Sistema FROM DATE YYYYMMDD.
           MOVE TT-FECHA-CRUCE TO DP-FECHA-CRUCE.
           MOVE TT-HORA-CRUCE TO DP-HORA-CRUCE.
           MOVE TT-PLAZA TO DP-PLAZA.
           MOVE TT-PISTA TO DP-PISTA.
           MOVE "A" TO DP-ESTADO.
           MOVE SPACES TO DP-RESUELTO-POR.
           MOVE ZEROS TO DP-FECHA-RESOL.
               END-READ
           END-IF.

       VERIFICAR-CUENTA-FINIQUITO.
           MOVE Cuenta-TAG-ID TO CT-CUENTA-ID.
           READ CUENTAS-TAG-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CT-ESTADO-CUENTA = "T"
                       OR CT-ESTADO-CUENTA = "F"
                       OR CT-ESTADO-CUENTA = "D"
                       MOVE "N" TO Vehiculo-Autorizado
                       MOVE "CUENTA EN FINIQUITO"
                           TO Motivo-Suspenso
                   END-IF
           END-READ.

       REGISTRAR-SUSPENSO.
           ADD 1 TO Cantidad-Suspensos.
           ACCEPT WS-Fecha-Sistema FROM DATE YYYYMMDD.
           MOVE SPACE TO SU-DISPOSICION.
           MOVE SPACES TO SU-RESUELTO-POR.
           MOVE ZEROS TO SU-FECHA-RESOL.
           MOVE Pista-Actual TO SU-PISTA.
           WRITE SUSPENSO-RECORD.
           CLOSE SUSPENSO-FILE.

           PERFORM ACTUALIZAR-SELLO.

       REVISAR-SALDO-PREPAGO.
           IF CT-SALDO < 0 AND CT-ESTADO-CUENTA = "A"
               MOVE "B" TO CT-ESTADO-CUENTA
           END-IF.
           IF CT-SALDO < CT-UMBRAL-MINIMO
               ACCEPT WS-Hora-Sistema FROM TIME
               DIVIDE WS-Hora-Sistema BY 1000000 GIVING PL-HORA
           END-IF.
           MOVE Pista-Actual TO PL-PISTA.
           WRITE PEAJE-LOG-RECORD.
           CLOSE PEAJE-LOG-FILE.
           MOVE "PEAJELOG.DAT" TO Sello-Archivo.
