       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDITA-BOLETERAS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TURNOS-FILE ASSIGN TO "TURNOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Turnos-Status.
           SELECT PEAJE-LOG-FILE ASSIGN TO "PEAJELOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Peajelog-Status.
           SELECT PEAJE-HIST-FILE ASSIGN TO "PEAJEHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Peajehist-Status.
           SELECT EXENTOS-FILE ASSIGN TO "EXENTOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Exentos-Status.
           SELECT EXENTOS-LOG-FILE ASSIGN TO "EXENTOSLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Exentoslog-Status.
           SELECT VEHICULOS-FILE ASSIGN TO "VEHICULOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VH-PATENTE
               FILE STATUS IS WS-Vehiculos-Status.
           SELECT TARIFARIO-FILE ASSIGN TO "TARIFARIO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Tarifario-Status.
           SELECT PUNTA-HORA-FILE ASSIGN TO "PEAJEPUNTA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Puntahora-Status.
           SELECT AUDITA-CAJA-FILE ASSIGN TO "AUDITCAJA.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDITORIA-FILE ASSIGN TO "AUDITORIA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Auditoria-Status.
           SELECT OPERADORES-FILE ASSIGN TO "OPERADORES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Operadores-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  TURNOS-FILE.
           COPY TURNO.
       FD  PEAJE-LOG-FILE.
           COPY PEAJELOG.
       FD  PEAJE-HIST-FILE.
       01  PEAJE-HIST-RECORD PIC X(82).
       FD  EXENTOS-FILE.
           COPY EXENTOS.
       FD  EXENTOS-LOG-FILE.
           COPY EXENTOLOG.
       FD  VEHICULOS-FILE.
           COPY VEHICULO.
       FD  TARIFARIO-FILE.
           COPY TARIFARIO.
       FD  PUNTA-HORA-FILE.
           COPY PUNTAHORA.
       FD  AUDITA-CAJA-FILE.
       01  AUDITA-CAJA-LINEA PIC X(132).
       FD  AUDITORIA-FILE.
           COPY AUDITORIAF.
       FD  OPERADORES-FILE.
           COPY OPERADOR.

       WORKING-STORAGE SECTION.
       01 TARIFARIO-TABLE.
           05 TARIFARIO-ENTRY OCCURS 60 TIMES INDEXED BY TR-IDX.
               10 TE-CATEGORIA      PIC X(10).
               10 TE-TARIFA-NORMAL  PIC 9(5).
               10 TE-TARIFA-ALZA    PIC 9(5).
               10 TE-PLAZA          PIC X(3).
       01 TARIFARIO-COUNT     PIC 9(4) VALUE 0.
       01 EXENTOS-TABLE.
           05 EXENTO-ENTRY OCCURS 30 TIMES INDEXED BY EX-IDX.
               10 EE-CATEGORIA      PIC X(10).
               10 EE-VEHICULO-ID    PIC X(8).
       01 EXENTOS-COUNT       PIC 9(4) VALUE 0.
       01 TURNOS-AUD-TABLE.
           05 TURNO-AUD-ENTRY OCCURS 300 TIMES INDEXED BY TA-IDX.
               10 TA-TURNO          PIC 9(6).
               10 TA-OPERADOR       PIC X(10).
               10 TA-FECHA          PIC 9(8).
               10 TA-PLAZA          PIC X(3).
               10 TA-CRUCES         PIC 9(5).
               10 TA-MONTO          PIC 9(9).
               10 TA-CAT-MENOR      PIC 9(5).
               10 TA-DIFERENCIA     PIC 9(9).
               10 TA-NOCHE          PIC 9(5).
               10 TA-MOTO-NOCHE     PIC 9(5).
               10 TA-EXENTOS        PIC 9(5).
               10 TA-EXENTOS-FUERA  PIC 9(5).
               10 TA-CERRADO        PIC X.
               10 TA-SOBRE-FALTA    PIC S9(9).
               10 TA-ALERTA         PIC X(30).
       01 TURNOS-AUD-COUNT    PIC 9(4) VALUE 0.
       01 Turnos-Desbordados  PIC X VALUE "N".
       01 PLAZAS-AUD-TABLE.
           05 PLAZA-AUD-ENTRY OCCURS 20 TIMES INDEXED BY PA-IDX.
               10 PA-PLAZA          PIC X(3).
               10 PA-CRUCES         PIC 9(7).
               10 PA-NOCHE          PIC 9(7).
               10 PA-MOTO-NOCHE     PIC 9(7).
               10 PA-EXENTOS        PIC 9(7).
       01 PLAZAS-AUD-COUNT    PIC 9(4) VALUE 0.
       01 Plazas-Desbordadas  PIC X VALUE "N".
       01 OPERADORES-AUD-TABLE.
           05 OPERADOR-AUD-ENTRY OCCURS 100 TIMES INDEXED BY OA-IDX.
               10 OA-OPERADOR       PIC X(10).
               10 OA-CIERRES        PIC 9(5).
               10 OA-FALTANTES      PIC 9(5).
               10 OA-SOBRANTES      PIC 9(5).
               10 OA-SUMA-FALTANTE  PIC 9(9).
               10 OA-SUMA-SOBRANTE  PIC 9(9).
               10 OA-EN-PERIODO     PIC X.
       01 OPERADORES-AUD-COUNT PIC 9(4) VALUE 0.
       01 Entrada-Encontrada  PIC X VALUE "N".
       01 Turno-Posicion      PIC 9(4) VALUE 0.
       01 Plaza-Posicion      PIC 9(4) VALUE 0.
       01 Fecha-Desde         PIC 9(8) VALUE 0.
       01 Fecha-Hasta         PIC 9(8) VALUE 0.
       01 Plaza-Filtro        PIC X(3) VALUE SPACES.
       01 Categoria-Moto      PIC X(10) VALUE "moto".
       01 Hora-Inicio-Noche   PIC 99 VALUE 22.
       01 Hora-Fin-Noche      PIC 99 VALUE 6.
       01 Factor-Alerta       PIC 9V9 VALUE 2.
       01 Minimo-Puntos       PIC 99V99 VALUE 10.
       01 Hora-Inicio-Punta   PIC 99 VALUE 7.
       01 Hora-Fin-Punta      PIC 99 VALUE 9.
       01 Recargo-Punta-Pct   PIC 999 VALUE 0.
       01 Categoria-Buscada   PIC X(10) VALUE SPACES.
       01 Tarifa-Encontrada   PIC X VALUE "N".
       01 Tarifa-Hallada      PIC 9(5) VALUE 0.
       01 Tarifa-Cobrada      PIC 9(5) VALUE 0.
       01 Tarifa-Registrada   PIC 9(5) VALUE 0.
       01 Diferencia-Cruce    PIC 9(7) VALUE 0.
       01 Es-Exento           PIC X VALUE "N".
       01 Tasa-Turno          PIC 9(3)V99 VALUE 0.
       01 Tasa-Plaza          PIC 9(3)V99 VALUE 0.
       01 Umbral-Tasa         PIC 9(5)V99 VALUE 0.
       01 Tasa-Desp           PIC ZZ9.99.
       01 Prom-Desp           PIC ZZ9.99.
       01 Sobre-Falta-Desp    PIC -(9)9.
       01 Cantidad-Alertas    PIC 9(5) VALUE 0.
       01 Total-Cat-Menor     PIC 9(7) VALUE 0.
       01 Total-Diferencia    PIC 9(9) VALUE 0.
       01 Total-Exentos       PIC 9(7) VALUE 0.
       01 Total-Exentos-Fuera PIC 9(7) VALUE 0.
       01 Vehiculos-Disponible PIC X VALUE "N".
       01 Fin-Archivo         PIC X VALUE "N".
       01 WS-Turnos-Status    PIC XX VALUE "00".
       01 WS-Peajelog-Status  PIC XX VALUE "00".
       01 WS-Peajehist-Status PIC XX VALUE "00".
       01 WS-Exentos-Status   PIC XX VALUE "00".
       01 WS-Exentoslog-Status PIC XX VALUE "00".
       01 WS-Vehiculos-Status PIC XX VALUE "00".
       01 WS-Tarifario-Status PIC XX VALUE "00".
       01 WS-Puntahora-Status PIC XX VALUE "00".
       01 WS-Auditoria-Status PIC XX VALUE "00".
       01 WS-Operadores-Status PIC XX VALUE "00".
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
           ACCEPT WS-Fecha-Sistema FROM DATE YYYYMMDD.
           PERFORM VALIDAR-OPERADOR.
           IF Operador-Valido = "N" OR Rol-Operador NOT = "S"
               DISPLAY "La auditoria de boleteras requiere rol "
                   "de supervisor."
               MOVE "AUDITORIA BOLETERAS SIN SUPERVISOR"
                   TO Audit-Entrada
               PERFORM REGISTRAR-AUDITORIA
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY "Fecha desde (AAAAMMDD): ".
           ACCEPT Fecha-Desde.
           DISPLAY "Fecha hasta (AAAAMMDD, 0 = hoy): ".
           ACCEPT Fecha-Hasta.
           IF Fecha-Hasta = 0
               MOVE WS-Fecha-Sistema TO Fecha-Hasta
           END-IF.
           DISPLAY "Plaza (espacios = todas): ".
           ACCEPT Plaza-Filtro.
           PERFORM CARGAR-TARIFARIO.
           PERFORM CARGAR-CONFIG-PUNTA.
           PERFORM CARGAR-EXENTOS.
           PERFORM CARGAR-TURNOS.
           PERFORM REVISAR-CRUCES-CAJA.
           PERFORM REVISAR-EXENCIONES.
           PERFORM EVALUAR-PATRONES.
           PERFORM ESCRIBIR-AUDITORIA-CAJA.
           DISPLAY "Reporte generado: AUDITCAJA.RPT".
           MOVE SPACES TO Audit-Entrada.
           STRING "AUDITA CAJA " Fecha-Desde "-" Fecha-Hasta
               " " Plaza-Filtro
               DELIMITED BY SIZE INTO Audit-Entrada.
           MOVE SPACES TO Audit-Salida.
           STRING "TURNOS=" TURNOS-AUD-COUNT
               " ALERTAS=" Cantidad-Alertas
               DELIMITED BY SIZE INTO Audit-Salida.
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

       CARGAR-TARIFARIO.
           MOVE ZEROS TO TARIFARIO-COUNT.
           MOVE "N" TO Fin-Archivo.
           OPEN INPUT TARIFARIO-FILE.
           IF WS-Tarifario-Status = "00"
               PERFORM UNTIL Fin-Archivo = "Y"
                   READ TARIFARIO-FILE
                       AT END
                           MOVE "Y" TO Fin-Archivo
                       NOT AT END
                           IF TARIFARIO-COUNT < 60
                               ADD 1 TO TARIFARIO-COUNT
                               SET TR-IDX TO TARIFARIO-COUNT
                               MOVE TR-CATEGORIA TO TE-CATEGORIA(TR-IDX)
                               MOVE TR-TARIFA-NORMAL
                                   TO TE-TARIFA-NORMAL(TR-IDX)
                               MOVE TR-TARIFA-ALZA
                                   TO TE-TARIFA-ALZA(TR-IDX)
                               MOVE TR-PLAZA TO TE-PLAZA(TR-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TARIFARIO-FILE
           END-IF.
           MOVE "N" TO Fin-Archivo.

       CARGAR-CONFIG-PUNTA.
           OPEN INPUT PUNTA-HORA-FILE.
           IF WS-Puntahora-Status = "00"
               READ PUNTA-HORA-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE PH-HORA-INICIO        TO Hora-Inicio-Punta
                       MOVE PH-HORA-FIN           TO Hora-Fin-Punta
                       MOVE PH-RECARGO-PORCENTAJE TO Recargo-Punta-Pct
               END-READ
               CLOSE PUNTA-HORA-FILE
           END-IF.

       CARGAR-EXENTOS.
           MOVE ZEROS TO EXENTOS-COUNT.
           MOVE "N" TO Fin-Archivo.
           OPEN INPUT EXENTOS-FILE.
           IF WS-Exentos-Status = "00"
               PERFORM UNTIL Fin-Archivo = "Y"
                   READ EXENTOS-FILE
                       AT END
                           MOVE "Y" TO Fin-Archivo
                       NOT AT END
                           IF EXENTOS-COUNT < 30
                               ADD 1 TO EXENTOS-COUNT
                               SET EX-IDX TO EXENTOS-COUNT
                               MOVE EX-CATEGORIA TO EE-CATEGORIA(EX-IDX)
                               MOVE EX-VEHICULO-ID
                                   TO EE-VEHICULO-ID(EX-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EXENTOS-FILE
           END-IF.
           MOVE "N" TO Fin-Archivo.

       CARGAR-TURNOS.
           MOVE ZEROS TO TURNOS-AUD-COUNT.
           MOVE ZEROS TO OPERADORES-AUD-COUNT.
           MOVE "N" TO Fin-Archivo.
           OPEN INPUT TURNOS-FILE.
           IF WS-Turnos-Status = "00"
               PERFORM UNTIL Fin-Archivo = "Y"
                   READ TURNOS-FILE
                       AT END
                           MOVE "Y" TO Fin-Archivo
                       NOT AT END
                           IF TU-TIPO-REG = "A"
                               AND TU-FECHA >= Fecha-Desde
                               AND TU-FECHA <= Fecha-Hasta
                               PERFORM AGREGAR-TURNO
                           END-IF
                           IF TU-TIPO-REG = "C"
                               PERFORM ANOTAR-CIERRE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TURNOS-FILE
           END-IF.
           MOVE "N" TO Fin-Archivo.

       AGREGAR-TURNO.
           IF TURNOS-AUD-COUNT < 300
               ADD 1 TO TURNOS-AUD-COUNT
               SET TA-IDX TO TURNOS-AUD-COUNT
               MOVE TU-TURNO-NRO TO TA-TURNO(TA-IDX)
               MOVE TU-OPERADOR TO TA-OPERADOR(TA-IDX)
               MOVE TU-FECHA TO TA-FECHA(TA-IDX)
               MOVE SPACES TO TA-PLAZA(TA-IDX)
               MOVE ZEROS TO TA-CRUCES(TA-IDX)
               MOVE ZEROS TO TA-MONTO(TA-IDX)
               MOVE ZEROS TO TA-CAT-MENOR(TA-IDX)
               MOVE ZEROS TO TA-DIFERENCIA(TA-IDX)
               MOVE ZEROS TO TA-NOCHE(TA-IDX)
               MOVE ZEROS TO TA-MOTO-NOCHE(TA-IDX)
               MOVE ZEROS TO TA-EXENTOS(TA-IDX)
               MOVE ZEROS TO TA-EXENTOS-FUERA(TA-IDX)
               MOVE "N" TO TA-CERRADO(TA-IDX)
               MOVE ZEROS TO TA-SOBRE-FALTA(TA-IDX)
               MOVE SPACES TO TA-ALERTA(TA-IDX)
           ELSE
               MOVE "Y" TO Turnos-Desbordados
           END-IF.

       ANOTAR-CIERRE.
           PERFORM VARYING TA-IDX FROM 1 BY 1
               UNTIL TA-IDX > TURNOS-AUD-COUNT
               IF TA-TURNO(TA-IDX) = TU-TURNO-NRO
                   MOVE "Y" TO TA-CERRADO(TA-IDX)
                   MOVE TU-SOBRE-FALTA TO TA-SOBRE-FALTA(TA-IDX)
                   MOVE TURNOS-AUD-COUNT TO TA-IDX
               END-IF
           END-PERFORM.
           MOVE "N" TO Entrada-Encontrada.
           PERFORM VARYING OA-IDX FROM 1 BY 1
               UNTIL OA-IDX > OPERADORES-AUD-COUNT
               IF OA-OPERADOR(OA-IDX) = TU-OPERADOR
                   MOVE "Y" TO Entrada-Encontrada
                   PERFORM SUMAR-CIERRE-OPERADOR
                   MOVE OPERADORES-AUD-COUNT TO OA-IDX
               END-IF
           END-PERFORM.
           IF Entrada-Encontrada = "N"
               AND OPERADORES-AUD-COUNT < 100
               ADD 1 TO OPERADORES-AUD-COUNT
               SET OA-IDX TO OPERADORES-AUD-COUNT
               MOVE TU-OPERADOR TO OA-OPERADOR(OA-IDX)
               MOVE ZEROS TO OA-CIERRES(OA-IDX)
               MOVE ZEROS TO OA-FALTANTES(OA-IDX)
               MOVE ZEROS TO OA-SOBRANTES(OA-IDX)
               MOVE ZEROS TO OA-SUMA-FALTANTE(OA-IDX)
               MOVE ZEROS TO OA-SUMA-SOBRANTE(OA-IDX)
               MOVE "N" TO OA-EN-PERIODO(OA-IDX)
               PERFORM SUMAR-CIERRE-OPERADOR
           END-IF.

       SUMAR-CIERRE-OPERADOR.
           ADD 1 TO OA-CIERRES(OA-IDX).
           IF TU-SOBRE-FALTA < 0
               ADD 1 TO OA-FALTANTES(OA-IDX)
               SUBTRACT TU-SOBRE-FALTA FROM OA-SUMA-FALTANTE(OA-IDX)
           END-IF.
           IF TU-SOBRE-FALTA > 0
               ADD 1 TO OA-SOBRANTES(OA-IDX)
               ADD TU-SOBRE-FALTA TO OA-SUMA-SOBRANTE(OA-IDX)
           END-IF.

       UBICAR-TURNO.
           MOVE "N" TO Entrada-Encontrada.
           PERFORM VARYING TA-IDX FROM 1 BY 1
               UNTIL TA-IDX > TURNOS-AUD-COUNT
               IF TA-TURNO(TA-IDX) = PL-TURNO
                   MOVE "Y" TO Entrada-Encontrada
                   SET Turno-Posicion TO TA-IDX
                   MOVE TURNOS-AUD-COUNT TO TA-IDX
               END-IF
           END-PERFORM.
           IF Entrada-Encontrada = "Y"
               SET TA-IDX TO Turno-Posicion
           END-IF.

       UBICAR-PLAZA.
           MOVE "N" TO Entrada-Encontrada.
           PERFORM VARYING PA-IDX FROM 1 BY 1
               UNTIL PA-IDX > PLAZAS-AUD-COUNT
               IF PA-PLAZA(PA-IDX) = TA-PLAZA(TA-IDX)
                   MOVE "Y" TO Entrada-Encontrada
                   SET Plaza-Posicion TO PA-IDX
                   MOVE PLAZAS-AUD-COUNT TO PA-IDX
               END-IF
           END-PERFORM.
           IF Entrada-Encontrada = "Y"
               SET PA-IDX TO Plaza-Posicion
           ELSE
               IF PLAZAS-AUD-COUNT < 20
                   ADD 1 TO PLAZAS-AUD-COUNT
                   SET PA-IDX TO PLAZAS-AUD-COUNT
                   MOVE TA-PLAZA(TA-IDX) TO PA-PLAZA(PA-IDX)
                   MOVE ZEROS TO PA-CRUCES(PA-IDX)
                   MOVE ZEROS TO PA-NOCHE(PA-IDX)
                   MOVE ZEROS TO PA-MOTO-NOCHE(PA-IDX)
                   MOVE ZEROS TO PA-EXENTOS(PA-IDX)
                   MOVE "Y" TO Entrada-Encontrada
               ELSE
                   MOVE "Y" TO Plazas-Desbordadas
               END-IF
           END-IF.

       REVISAR-CRUCES-CAJA.
           MOVE "N" TO Vehiculos-Disponible.
           OPEN INPUT VEHICULOS-FILE.
           IF WS-Vehiculos-Status = "00"
               MOVE "Y" TO Vehiculos-Disponible
           END-IF.
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
                           PERFORM FILTRAR-CRUCE-CAJA
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
                           PERFORM FILTRAR-CRUCE-CAJA
                   END-READ
               END-PERFORM
               CLOSE PEAJE-LOG-FILE
           END-IF.
           MOVE "N" TO Fin-Archivo.
           IF Vehiculos-Disponible = "Y"
               CLOSE VEHICULOS-FILE
           END-IF.

       FILTRAR-CRUCE-CAJA.
           IF PL-TIPO-PAGO NOT = "TAG"
               AND PL-TURNO > 0
               AND (Plaza-Filtro = SPACES
                   OR PL-PLAZA = Plaza-Filtro)
               PERFORM UBICAR-TURNO
               IF Entrada-Encontrada = "Y"
                   PERFORM REVISAR-CRUCE-CAJA
               END-IF
           END-IF.

       REVISAR-CRUCE-CAJA.
           IF TA-PLAZA(TA-IDX) = SPACES
               MOVE PL-PLAZA TO TA-PLAZA(TA-IDX)
           END-IF.
           ADD 1 TO TA-CRUCES(TA-IDX).
           ADD PL-TOTAL TO TA-MONTO(TA-IDX).
           IF PL-HORA >= Hora-Inicio-Noche OR PL-HORA < Hora-Fin-Noche
               ADD 1 TO TA-NOCHE(TA-IDX)
               IF PL-CATEGORIA = Categoria-Moto
                   ADD 1 TO TA-MOTO-NOCHE(TA-IDX)
               END-IF
           END-IF.
           IF Vehiculos-Disponible = "Y" AND PL-PATENTE NOT = SPACES
               MOVE PL-PATENTE TO VH-PATENTE
               READ VEHICULOS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF VH-CATEGORIA NOT = PL-CATEGORIA
                           PERFORM COMPARAR-CATEGORIAS
                       END-IF
               END-READ
           END-IF.

       COMPARAR-CATEGORIAS.
           MOVE PL-CATEGORIA TO Categoria-Buscada.
           PERFORM BUSCAR-TARIFA.
           MOVE Tarifa-Hallada TO Tarifa-Cobrada.
           MOVE VH-CATEGORIA TO Categoria-Buscada.
           PERFORM BUSCAR-TARIFA.
           MOVE Tarifa-Hallada TO Tarifa-Registrada.
           IF Tarifa-Registrada > Tarifa-Cobrada
               COMPUTE Diferencia-Cruce =
                   Tarifa-Registrada - Tarifa-Cobrada
               IF PL-HORA >= Hora-Inicio-Punta
                   AND PL-HORA < Hora-Fin-Punta
                   COMPUTE Diferencia-Cruce = Diferencia-Cruce
                       + (Diferencia-Cruce * Recargo-Punta-Pct / 100)
               END-IF
               ADD 1 TO TA-CAT-MENOR(TA-IDX)
               ADD Diferencia-Cruce TO TA-DIFERENCIA(TA-IDX)
           END-IF.

       BUSCAR-TARIFA.
           MOVE ZEROS TO Tarifa-Hallada.
           MOVE "N" TO Tarifa-Encontrada.
           PERFORM VARYING TR-IDX FROM 1 BY 1
               UNTIL TR-IDX > TARIFARIO-COUNT
               IF TE-CATEGORIA(TR-IDX) = Categoria-Buscada
                   AND TE-PLAZA(TR-IDX) = PL-PLAZA
                   PERFORM TOMAR-TARIFA
               END-IF
           END-PERFORM.
           IF Tarifa-Encontrada = "N"
               PERFORM VARYING TR-IDX FROM 1 BY 1
                   UNTIL TR-IDX > TARIFARIO-COUNT
                   IF TE-CATEGORIA(TR-IDX) = Categoria-Buscada
                       AND TE-PLAZA(TR-IDX) = SPACES
                       PERFORM TOMAR-TARIFA
                   END-IF
               END-PERFORM
           END-IF.

       TOMAR-TARIFA.
           MOVE "Y" TO Tarifa-Encontrada.
           IF PL-TARIFA = "normal"
               MOVE TE-TARIFA-NORMAL(TR-IDX) TO Tarifa-Hallada
           ELSE
               MOVE TE-TARIFA-ALZA(TR-IDX) TO Tarifa-Hallada
           END-IF.
           MOVE TARIFARIO-COUNT TO TR-IDX.

       REVISAR-EXENCIONES.
           MOVE "N" TO Fin-Archivo.
           OPEN INPUT EXENTOS-LOG-FILE.
           IF WS-Exentoslog-Status = "00"
               PERFORM UNTIL Fin-Archivo = "Y"
                   READ EXENTOS-LOG-FILE
                       AT END
                           MOVE "Y" TO Fin-Archivo
                       NOT AT END
                           IF EL-TURNO NUMERIC AND EL-TURNO > 0
                               MOVE EL-TURNO TO PL-TURNO
                               PERFORM UBICAR-TURNO
                               IF Entrada-Encontrada = "Y"
                                   PERFORM REVISAR-EXENCION
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EXENTOS-LOG-FILE
           END-IF.
           MOVE "N" TO Fin-Archivo.

       REVISAR-EXENCION.
           IF TA-PLAZA(TA-IDX) = SPACES
               MOVE EL-PLAZA TO TA-PLAZA(TA-IDX)
           END-IF.
           ADD 1 TO TA-EXENTOS(TA-IDX).
           MOVE "N" TO Es-Exento.
           PERFORM VARYING EX-IDX FROM 1 BY 1
               UNTIL EX-IDX > EXENTOS-COUNT
               IF EE-CATEGORIA(EX-IDX) = EL-CATEGORIA
                   AND EE-VEHICULO-ID(EX-IDX) = EL-VEHICULO-ID
                   MOVE "Y" TO Es-Exento
                   MOVE EXENTOS-COUNT TO EX-IDX
               END-IF
           END-PERFORM.
           IF Es-Exento = "N"
               ADD 1 TO TA-EXENTOS-FUERA(TA-IDX)
           END-IF.

       EVALUAR-PATRONES.
           MOVE ZEROS TO PLAZAS-AUD-COUNT.
           MOVE "N" TO Plazas-Desbordadas.
           PERFORM VARYING TA-IDX FROM 1 BY 1
               UNTIL TA-IDX > TURNOS-AUD-COUNT
               IF TA-PLAZA(TA-IDX) NOT = SPACES
                   PERFORM UBICAR-PLAZA
                   IF Entrada-Encontrada = "Y"
                       ADD TA-CRUCES(TA-IDX) TO PA-CRUCES(PA-IDX)
                       ADD TA-NOCHE(TA-IDX) TO PA-NOCHE(PA-IDX)
                       ADD TA-MOTO-NOCHE(TA-IDX)
                           TO PA-MOTO-NOCHE(PA-IDX)
                       ADD TA-EXENTOS(TA-IDX) TO PA-EXENTOS(PA-IDX)
                   END-IF
               END-IF
           END-PERFORM.
           MOVE ZEROS TO Cantidad-Alertas.
           PERFORM VARYING TA-IDX FROM 1 BY 1
               UNTIL TA-IDX > TURNOS-AUD-COUNT
               PERFORM EVALUAR-TURNO
           END-PERFORM.

       EVALUAR-TURNO.
           MOVE SPACES TO TA-ALERTA(TA-IDX).
           IF TA-PLAZA(TA-IDX) NOT = SPACES
               PERFORM UBICAR-PLAZA
               IF Entrada-Encontrada = "Y"
                   IF TA-NOCHE(TA-IDX) > 0 AND PA-NOCHE(PA-IDX) > 0
                       COMPUTE Tasa-Turno ROUNDED =
                           TA-MOTO-NOCHE(TA-IDX) * 100
                           / TA-NOCHE(TA-IDX)
                       COMPUTE Tasa-Plaza ROUNDED =
                           PA-MOTO-NOCHE(PA-IDX) * 100
                           / PA-NOCHE(PA-IDX)
                       PERFORM CALCULAR-UMBRAL
                       IF Tasa-Turno > Umbral-Tasa
                           MOVE "MOTOS NOCTURNAS SOBRE PROMEDIO"
                               TO TA-ALERTA(TA-IDX)
                       END-IF
                   END-IF
                   IF PA-CRUCES(PA-IDX) > 0
                       COMPUTE Tasa-Turno ROUNDED =
                           TA-EXENTOS(TA-IDX) * 100
                           / (TA-CRUCES(TA-IDX) + TA-EXENTOS(TA-IDX))
                           ON SIZE ERROR MOVE 0 TO Tasa-Turno
                       END-COMPUTE
                       COMPUTE Tasa-Plaza ROUNDED =
                           PA-EXENTOS(PA-IDX) * 100
                           / (PA-CRUCES(PA-IDX) + PA-EXENTOS(PA-IDX))
                       PERFORM CALCULAR-UMBRAL
                       IF Tasa-Turno > Umbral-Tasa
                           MOVE "EXENCIONES SOBRE PROMEDIO"
                               TO TA-ALERTA(TA-IDX)
                       END-IF
                   END-IF
               END-IF
           END-IF.
           IF TA-CAT-MENOR(TA-IDX) > 0
               AND TA-ALERTA(TA-IDX) = SPACES
               MOVE "CATEGORIA MENOR A LA REGISTRADA"
                   TO TA-ALERTA(TA-IDX)
           END-IF.
           IF TA-EXENTOS-FUERA(TA-IDX) > 0
               MOVE "EXENCIONES FUERA DE EXENTOS.DAT"
                   TO TA-ALERTA(TA-IDX)
           END-IF.
           IF TA-ALERTA(TA-IDX) NOT = SPACES
               ADD 1 TO Cantidad-Alertas
           END-IF.
           ADD TA-CAT-MENOR(TA-IDX) TO Total-Cat-Menor.
           ADD TA-DIFERENCIA(TA-IDX) TO Total-Diferencia.
           ADD TA-EXENTOS(TA-IDX) TO Total-Exentos.
           ADD TA-EXENTOS-FUERA(TA-IDX) TO Total-Exentos-Fuera.
           PERFORM VARYING OA-IDX FROM 1 BY 1
               UNTIL OA-IDX > OPERADORES-AUD-COUNT
               IF OA-OPERADOR(OA-IDX) = TA-OPERADOR(TA-IDX)
                   MOVE "Y" TO OA-EN-PERIODO(OA-IDX)
                   MOVE OPERADORES-AUD-COUNT TO OA-IDX
               END-IF
           END-PERFORM.

       CALCULAR-UMBRAL.
           COMPUTE Umbral-Tasa = Tasa-Plaza * Factor-Alerta.
           IF Umbral-Tasa < Tasa-Plaza + Minimo-Puntos
               COMPUTE Umbral-Tasa = Tasa-Plaza + Minimo-Puntos
           END-IF.

       ESCRIBIR-AUDITORIA-CAJA.
           OPEN OUTPUT AUDITA-CAJA-FILE.
           MOVE SPACES TO AUDITA-CAJA-LINEA.
           STRING "AUDITORIA DE BOLETERAS DEL " Fecha-Desde
               " AL " Fecha-Hasta " PLAZA " Plaza-Filtro
               DELIMITED BY SIZE INTO AUDITA-CAJA-LINEA.
           WRITE AUDITA-CAJA-LINEA.
           MOVE SPACES TO AUDITA-CAJA-LINEA.
           STRING "TURNO  OPERADOR   FECHA    PLAZA CRUCES "
               "CAT-MENOR DIF-INGRESO EXENTOS FUERA-LISTA "
               "MOTO-NOCHE  SOBRE/FALTA ALERTA"
               DELIMITED BY SIZE INTO AUDITA-CAJA-LINEA.
           WRITE AUDITA-CAJA-LINEA.
           DISPLAY "\n\n------ AUDITORIA DE BOLETERAS ------".
           PERFORM VARYING TA-IDX FROM 1 BY 1
               UNTIL TA-IDX > TURNOS-AUD-COUNT
               PERFORM ESCRIBIR-TURNO-AUDITADO
           END-PERFORM.
           MOVE SPACES TO AUDITA-CAJA-LINEA.
           STRING "TOTAL CATEGORIA MENOR " Total-Cat-Menor
               " DIFERENCIA $" Total-Diferencia
               " EXENCIONES " Total-Exentos
               " FUERA DE EXENTOS.DAT " Total-Exentos-Fuera
               DELIMITED BY SIZE INTO AUDITA-CAJA-LINEA.
           WRITE AUDITA-CAJA-LINEA.
           MOVE SPACES TO AUDITA-CAJA-LINEA.
           WRITE AUDITA-CAJA-LINEA.
           MOVE "HISTORIAL SOBRE/FALTA DE LOS OPERADORES AUDITADOS"
               TO AUDITA-CAJA-LINEA.
           WRITE AUDITA-CAJA-LINEA.
           PERFORM VARYING OA-IDX FROM 1 BY 1
               UNTIL OA-IDX > OPERADORES-AUD-COUNT
               IF OA-EN-PERIODO(OA-IDX) = "Y"
                   MOVE SPACES TO AUDITA-CAJA-LINEA
                   STRING OA-OPERADOR(OA-IDX)
                       " CIERRES " OA-CIERRES(OA-IDX)
                       " FALTANTES " OA-FALTANTES(OA-IDX)
                       " $" OA-SUMA-FALTANTE(OA-IDX)
                       " SOBRANTES " OA-SOBRANTES(OA-IDX)
                       " $" OA-SUMA-SOBRANTE(OA-IDX)
                       DELIMITED BY SIZE INTO AUDITA-CAJA-LINEA
                   WRITE AUDITA-CAJA-LINEA
               END-IF
           END-PERFORM.
           CLOSE AUDITA-CAJA-FILE.
           DISPLAY "Turnos auditados: " TURNOS-AUD-COUNT
               ", con alerta: " Cantidad-Alertas.
           DISPLAY "Cruces en categoria menor: " Total-Cat-Menor
               ", ingreso no percibido $" Total-Diferencia.
           DISPLAY "Exenciones: " Total-Exentos
               ", fuera de EXENTOS.DAT: " Total-Exentos-Fuera.
           IF Turnos-Desbordados = "Y"
               DISPLAY "ATENCION: mas de 300 turnos en el rango, "
                   "reporte incompleto."
           END-IF.
           IF Plazas-Desbordadas = "Y"
               DISPLAY "ATENCION: mas de 20 plazas en el rango, "
                   "comparacion contra el promedio de plaza "
                   "incompleta."
           END-IF.

       ESCRIBIR-TURNO-AUDITADO.
           IF Plaza-Filtro NOT = SPACES
               AND TA-PLAZA(TA-IDX) NOT = Plaza-Filtro
               CONTINUE
           ELSE
               MOVE TA-SOBRE-FALTA(TA-IDX) TO Sobre-Falta-Desp
               MOVE SPACES TO AUDITA-CAJA-LINEA
               IF TA-CERRADO(TA-IDX) = "Y"
                   STRING TA-TURNO(TA-IDX) " " TA-OPERADOR(TA-IDX)
                       " " TA-FECHA(TA-IDX) " " TA-PLAZA(TA-IDX)
                       "   " TA-CRUCES(TA-IDX)
                       "  " TA-CAT-MENOR(TA-IDX)
                       "     " TA-DIFERENCIA(TA-IDX)
                       "   " TA-EXENTOS(TA-IDX)
                       "   " TA-EXENTOS-FUERA(TA-IDX)
                       "       " TA-MOTO-NOCHE(TA-IDX)
                       " " Sobre-Falta-Desp
                       " " TA-ALERTA(TA-IDX)
                       DELIMITED BY SIZE INTO AUDITA-CAJA-LINEA
               ELSE
                   STRING TA-TURNO(TA-IDX) " " TA-OPERADOR(TA-IDX)
                       " " TA-FECHA(TA-IDX) " " TA-PLAZA(TA-IDX)
                       "   " TA-CRUCES(TA-IDX)
                       "  " TA-CAT-MENOR(TA-IDX)
                       "     " TA-DIFERENCIA(TA-IDX)
                       "   " TA-EXENTOS(TA-IDX)
                       "   " TA-EXENTOS-FUERA(TA-IDX)
                       "       " TA-MOTO-NOCHE(TA-IDX)
                       "     ABIERTO"
                       " " TA-ALERTA(TA-IDX)
                       DELIMITED BY SIZE INTO AUDITA-CAJA-LINEA
               END-IF
               WRITE AUDITA-CAJA-LINEA
               IF TA-ALERTA(TA-IDX) NOT = SPACES
                   DISPLAY "Turno " TA-TURNO(TA-IDX) " "
                       TA-OPERADOR(TA-IDX) ": " TA-ALERTA(TA-IDX)
               END-IF
           END-IF.

       REGISTRAR-AUDITORIA.
           ACCEPT WS-Hora-Sistema FROM TIME.
           OPEN EXTEND AUDITORIA-FILE.
           IF WS-Auditoria-Status = "35"
               OPEN OUTPUT AUDITORIA-FILE
               CLOSE AUDITORIA-FILE
               OPEN EXTEND AUDITORIA-FILE
           END-IF.
           MOVE "AUDITA-BOLETERAS" TO AU-PROGRAMA.
           MOVE WS-Fecha-Sistema TO AU-FECHA.
           MOVE WS-Hora-Sistema TO AU-HORA.
           MOVE Operador TO AU-OPERADOR.
           MOVE Audit-Entrada TO AU-ENTRADA.
           MOVE Audit-Salida TO AU-SALIDA.
           WRITE AUDITORIA-RECORD.
           CLOSE AUDITORIA-FILE.
