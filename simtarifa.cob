       IDENTIFICATION DIVISION.
       PROGRAM-ID. SIMULA-TARIFA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TARIFARIO-FILE ASSIGN TO "TARIFARIO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Tarifario-Status.
           SELECT TARIFA-PROP-FILE ASSIGN TO "TARIFAPROP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Tarifaprop-Status.
           SELECT PUNTA-HORA-FILE ASSIGN TO "PEAJEPUNTA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Puntahora-Status.
           SELECT EXENTOS-FILE ASSIGN TO "EXENTOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Exentos-Status.
           SELECT IVA-CONFIG-FILE ASSIGN TO "IVACONFIG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Ivaconfig-Status.
           SELECT PEAJE-LOG-FILE ASSIGN TO "PEAJELOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Peajelog-Status.
           SELECT PEAJE-HIST-FILE ASSIGN TO "PEAJEHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Peajehist-Status.
           SELECT SIMULACION-FILE ASSIGN TO "SIMTARIFA.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDITORIA-FILE ASSIGN TO "AUDITORIA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Auditoria-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  TARIFARIO-FILE.
           COPY TARIFARIO.
       FD  TARIFA-PROP-FILE.
           COPY TARIFARIO REPLACING ==TARIFARIO-RECORD==
               BY ==TARIFA-PROP-RECORD==
               LEADING ==TR-== BY ==TP-==.
       FD  PUNTA-HORA-FILE.
           COPY PUNTAHORA.
       FD  EXENTOS-FILE.
           COPY EXENTOS.
       FD  IVA-CONFIG-FILE.
           COPY IVACONFIG.
       FD  PEAJE-LOG-FILE.
           COPY PEAJELOG.
       FD  PEAJE-HIST-FILE.
       01  PEAJE-HIST-RECORD PIC X(82).
       FD  SIMULACION-FILE.
       01  SIMULACION-LINEA PIC X(132).
       FD  AUDITORIA-FILE.
           COPY AUDITORIAF.

       WORKING-STORAGE SECTION.
       01 VIGENTE-TABLE.
           05 VIGENTE-ENTRY OCCURS 60 TIMES INDEXED BY TV-IDX.
               10 TV-CATEGORIA      PIC X(10).
               10 TV-TARIFA-NORMAL  PIC 9(5).
               10 TV-TARIFA-ALZA    PIC 9(5).
               10 TV-PLAZA          PIC X(3).
       01 VIGENTE-COUNT       PIC 9(4) VALUE 0.
       01 PROPUESTA-TABLE.
           05 PROPUESTA-ENTRY OCCURS 60 TIMES INDEXED BY TQ-IDX.
               10 TQ-CATEGORIA      PIC X(10).
               10 TQ-TARIFA-NORMAL  PIC 9(5).
               10 TQ-TARIFA-ALZA    PIC 9(5).
               10 TQ-PLAZA          PIC X(3).
       01 PROPUESTA-COUNT     PIC 9(4) VALUE 0.
       01 Tarifario-Desbordado PIC X VALUE "N".
       01 EXENTOS-TABLE.
           05 EXENTO-ENTRY OCCURS 30 TIMES INDEXED BY EX-IDX.
               10 EE-CATEGORIA      PIC X(10).
               10 EE-VEHICULO-ID    PIC X(8).
       01 EXENTOS-COUNT       PIC 9(4) VALUE 0.
       01 SIMULACION-TABLE.
           05 SIMULACION-ENTRY OCCURS 500 TIMES INDEXED BY SM-IDX.
               10 SM-MES            PIC 9(6).
               10 SM-PLAZA          PIC X(3).
               10 SM-CATEGORIA      PIC X(10).
               10 SM-TIPO-PAGO      PIC X(4).
               10 SM-CANTIDAD       PIC 9(7).
               10 SM-ACTUAL         PIC 9(11).
               10 SM-ACTUAL-NETO    PIC 9(11)V99.
               10 SM-ACTUAL-IVA     PIC 9(11)V99.
               10 SM-PROYECTADO     PIC 9(11).
               10 SM-PROY-NETO      PIC 9(11)V99.
               10 SM-PROY-IVA       PIC 9(11)V99.
       01 SIMULACION-COUNT    PIC 9(4) VALUE 0.
       01 Simulacion-Desbordada PIC X VALUE "N".
       01 Entrada-Encontrada  PIC X VALUE "N".
       01 Hora-Inicio-Punta   PIC 99 VALUE 7.
       01 Hora-Fin-Punta      PIC 99 VALUE 9.
       01 Recargo-Punta-Pct   PIC 999 VALUE 0.
       01 Recargo-Por-Eje     PIC 9(4) VALUE 500.
       01 Prop-Recargo-Punta  PIC 999 VALUE 0.
       01 Prop-Recargo-Eje    PIC 9(4) VALUE 500.
       01 Modificar-Recargos  PIC X VALUE "N".
       01 Tasa-IVA            PIC 99V99 VALUE 19.
       01 Fecha-Desde         PIC 9(8) VALUE 0.
       01 Fecha-Hasta         PIC 9(8) VALUE 0.
       01 Es-Exento           PIC X VALUE "N".
       01 Tarifa-Encontrada   PIC X VALUE "N".
       01 Plaza-Buscada       PIC X(3) VALUE SPACES.
       01 Tarifa-Base         PIC 9(5) VALUE 0.
       01 Total-Proyectado    PIC 9(5) VALUE 0.
       01 Monto-Neto          PIC 9(7)V99 VALUE 0.
       01 Monto-IVA           PIC 9(7)V99 VALUE 0.
       01 Cantidad-Ejes       PIC 99 VALUE 2.
       01 Ejes-Extra          PIC S9(5) VALUE 0.
       01 Monto-Sin-Punta     PIC 9(7) VALUE 0.
       01 Cantidad-Leidos     PIC 9(7) VALUE 0.
       01 Cantidad-Simulados  PIC 9(7) VALUE 0.
       01 Cantidad-Sin-Tarifa PIC 9(7) VALUE 0.
       01 Cantidad-Exentos    PIC 9(7) VALUE 0.
       01 Total-Actual        PIC 9(11) VALUE 0.
       01 Total-Actual-Neto   PIC 9(11)V99 VALUE 0.
       01 Total-Actual-IVA    PIC 9(11)V99 VALUE 0.
       01 Total-Proy          PIC 9(11) VALUE 0.
       01 Total-Proy-Neto     PIC 9(11)V99 VALUE 0.
       01 Total-Proy-IVA      PIC 9(11)V99 VALUE 0.
       01 Diferencia          PIC S9(11) VALUE 0.
       01 Variacion-Pct       PIC S9(5)V99 VALUE 0.
       01 Diferencia-Desp     PIC -(11)9.
       01 Variacion-Desp      PIC -(4)9.99.
       01 Neto-Desp-1         PIC Z(10)9.99.
       01 IVA-Desp-1          PIC Z(10)9.99.
       01 Neto-Desp-2         PIC Z(10)9.99.
       01 IVA-Desp-2          PIC Z(10)9.99.
       01 Fin-Archivo         PIC X VALUE "N".
       01 WS-Tarifario-Status PIC XX VALUE "00".
       01 WS-Tarifaprop-Status PIC XX VALUE "00".
       01 WS-Puntahora-Status PIC XX VALUE "00".
       01 WS-Exentos-Status   PIC XX VALUE "00".
       01 WS-Ivaconfig-Status PIC XX VALUE "00".
       01 WS-Peajelog-Status  PIC XX VALUE "00".
       01 WS-Peajehist-Status PIC XX VALUE "00".
       01 WS-Auditoria-Status PIC XX VALUE "00".
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
           PERFORM CARGAR-TARIFARIO-VIGENTE.
           PERFORM CARGAR-TARIFARIO-PROPUESTO.
           IF PROPUESTA-COUNT = 0
               DISPLAY "TARIFAPROP.DAT no existe o esta vacio. "
                   "No hay nada que simular."
               MOVE "SIMULACION SIN TARIFARIO PROPUESTO"
                   TO Audit-Entrada
               PERFORM REGISTRAR-AUDITORIA
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM CARGAR-CONFIG-PUNTA.
           PERFORM CARGAR-CONFIG-IVA.
           PERFORM CARGAR-EXENTOS.
           DISPLAY "Fecha desde (AAAAMMDD): ".
           ACCEPT Fecha-Desde.
           DISPLAY "Fecha hasta (AAAAMMDD, 0 = hoy): ".
           ACCEPT Fecha-Hasta.
           IF Fecha-Hasta = 0
               MOVE WS-Fecha-Sistema TO Fecha-Hasta
           END-IF.
           MOVE Recargo-Punta-Pct TO Prop-Recargo-Punta.
           MOVE Recargo-Por-Eje TO Prop-Recargo-Eje.
           DISPLAY "Recargo punta vigente " Recargo-Punta-Pct
               "%, recargo por eje vigente $" Recargo-Por-Eje ".".
           DISPLAY "Simular otros recargos? (S/N): ".
           ACCEPT Modificar-Recargos.
           IF Modificar-Recargos = "S" OR Modificar-Recargos = "s"
               DISPLAY "Recargo punta propuesto (%): "
               ACCEPT Prop-Recargo-Punta
               DISPLAY "Recargo por eje propuesto ($): "
               ACCEPT Prop-Recargo-Eje
           END-IF.
           PERFORM SIMULAR-HISTORIA.
           PERFORM SIMULAR-LOG.
           PERFORM ESCRIBIR-SIMULACION.
           DISPLAY "Simulacion generada: SIMTARIFA.RPT".
           DISPLAY "No se posteo ningun movimiento ni se modifico "
               "TARIFARIO.DAT.".
           MOVE SPACES TO Audit-Entrada.
           STRING "SIMULACION " Fecha-Desde "-" Fecha-Hasta
               DELIMITED BY SIZE INTO Audit-Entrada.
           MOVE SPACES TO Audit-Salida.
           STRING "ACT=" Total-Actual " PROY=" Total-Proy
               DELIMITED BY SIZE INTO Audit-Salida.
           PERFORM REGISTRAR-AUDITORIA.
           STOP RUN.

       CARGAR-TARIFARIO-VIGENTE.
           MOVE ZEROS TO VIGENTE-COUNT.
           MOVE "N" TO Fin-Archivo.
           OPEN INPUT TARIFARIO-FILE.
           IF WS-Tarifario-Status = "00"
               PERFORM UNTIL Fin-Archivo = "Y"
                   READ TARIFARIO-FILE
                       AT END
                           MOVE "Y" TO Fin-Archivo
                       NOT AT END
                           IF VIGENTE-COUNT < 60
                               ADD 1 TO VIGENTE-COUNT
                               SET TV-IDX TO VIGENTE-COUNT
                               MOVE TR-CATEGORIA TO TV-CATEGORIA(TV-IDX)
                               MOVE TR-TARIFA-NORMAL
                                   TO TV-TARIFA-NORMAL(TV-IDX)
                               MOVE TR-TARIFA-ALZA
                                   TO TV-TARIFA-ALZA(TV-IDX)
                               MOVE TR-PLAZA TO TV-PLAZA(TV-IDX)
                           ELSE
                               MOVE "Y" TO Tarifario-Desbordado
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TARIFARIO-FILE
           END-IF.
           MOVE "N" TO Fin-Archivo.

       CARGAR-TARIFARIO-PROPUESTO.
           MOVE ZEROS TO PROPUESTA-COUNT.
           MOVE "N" TO Fin-Archivo.
           OPEN INPUT TARIFA-PROP-FILE.
           IF WS-Tarifaprop-Status = "00"
               PERFORM UNTIL Fin-Archivo = "Y"
                   READ TARIFA-PROP-FILE
                       AT END
                           MOVE "Y" TO Fin-Archivo
                       NOT AT END
                           IF PROPUESTA-COUNT < 60
                               ADD 1 TO PROPUESTA-COUNT
                               SET TQ-IDX TO PROPUESTA-COUNT
                               MOVE TP-CATEGORIA TO TQ-CATEGORIA(TQ-IDX)
                               MOVE TP-TARIFA-NORMAL
                                   TO TQ-TARIFA-NORMAL(TQ-IDX)
                               MOVE TP-TARIFA-ALZA
                                   TO TQ-TARIFA-ALZA(TQ-IDX)
                               MOVE TP-PLAZA TO TQ-PLAZA(TQ-IDX)
                           ELSE
                               MOVE "Y" TO Tarifario-Desbordado
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TARIFA-PROP-FILE
           END-IF.
           MOVE "N" TO Fin-Archivo.
           IF Tarifario-Desbordado = "Y"
               DISPLAY "ATENCION: tarifario con mas de 60 "
                   "tarifas, se ignoran las excedentes."
           END-IF.

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

       SIMULAR-HISTORIA.
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
                           PERFORM SIMULAR-CRUCE
                   END-READ
               END-PERFORM
               CLOSE PEAJE-HIST-FILE
           END-IF.
           MOVE "N" TO Fin-Archivo.

       SIMULAR-LOG.
           MOVE "N" TO Fin-Archivo.
           OPEN INPUT PEAJE-LOG-FILE.
           IF WS-Peajelog-Status = "00"
               PERFORM UNTIL Fin-Archivo = "Y"
                   READ PEAJE-LOG-FILE
                       AT END
                           MOVE "Y" TO Fin-Archivo
                       NOT AT END
                           PERFORM SIMULAR-CRUCE
                   END-READ
               END-PERFORM
               CLOSE PEAJE-LOG-FILE
           END-IF.
           MOVE "N" TO Fin-Archivo.

       SIMULAR-CRUCE.
           IF PL-FECHA >= Fecha-Desde AND PL-FECHA <= Fecha-Hasta
               AND PL-CATEGORIA NOT = "interop"
               AND PL-CATEGORIA NOT = "interes"
               ADD 1 TO Cantidad-Leidos
               PERFORM RECALCULAR-TARIFA
               PERFORM ACUMULAR-SIMULACION
           END-IF.

       RECALCULAR-TARIFA.
           MOVE "N" TO Es-Exento.
           PERFORM VARYING EX-IDX FROM 1 BY 1
               UNTIL EX-IDX > EXENTOS-COUNT
               IF EE-CATEGORIA(EX-IDX) = PL-CATEGORIA
                   AND EE-VEHICULO-ID(EX-IDX) = PL-PATENTE
                   MOVE "Y" TO Es-Exento
                   MOVE EXENTOS-COUNT TO EX-IDX
               END-IF
           END-PERFORM.
           IF Es-Exento = "Y"
               MOVE 0 TO Total-Proyectado
               ADD 1 TO Cantidad-Exentos
           ELSE
               PERFORM DEDUCIR-EJES
               MOVE "N" TO Tarifa-Encontrada
               MOVE PL-PLAZA TO Plaza-Buscada
               PERFORM BUSCAR-TARIFA-PROPUESTA
               IF Tarifa-Encontrada = "N"
                   MOVE SPACES TO Plaza-Buscada
                   PERFORM BUSCAR-TARIFA-PROPUESTA
               END-IF
               IF Tarifa-Encontrada = "N"
                   MOVE PL-TOTAL TO Total-Proyectado
                   ADD 1 TO Cantidad-Sin-Tarifa
               ELSE
                   MOVE Tarifa-Base TO Total-Proyectado
                   IF (PL-CATEGORIA = "camion" OR PL-CATEGORIA = "bus")
                       AND Cantidad-Ejes > 2
                       COMPUTE Total-Proyectado = Total-Proyectado +
                           ((Cantidad-Ejes - 2) * Prop-Recargo-Eje)
                           ON SIZE ERROR
                               MOVE 0 TO Total-Proyectado
                       END-COMPUTE
                   END-IF
                   IF PL-HORA >= Hora-Inicio-Punta
                       AND PL-HORA < Hora-Fin-Punta
                       COMPUTE Total-Proyectado = Total-Proyectado
                           + (Total-Proyectado * Prop-Recargo-Punta
                           / 100)
                           ON SIZE ERROR
                               MOVE 0 TO Total-Proyectado
                       END-COMPUTE
                   END-IF
                   ADD 1 TO Cantidad-Simulados
               END-IF
           END-IF.
           COMPUTE Monto-Neto ROUNDED =
               Total-Proyectado / (1 + Tasa-IVA / 100).
           COMPUTE Monto-IVA = Total-Proyectado - Monto-Neto.

       BUSCAR-TARIFA-PROPUESTA.
           PERFORM VARYING TQ-IDX FROM 1 BY 1
               UNTIL TQ-IDX > PROPUESTA-COUNT
               IF TQ-CATEGORIA(TQ-IDX) = PL-CATEGORIA
                   AND TQ-PLAZA(TQ-IDX) = Plaza-Buscada
                   MOVE "Y" TO Tarifa-Encontrada
                   IF PL-TARIFA = "alza"
                       MOVE TQ-TARIFA-ALZA(TQ-IDX) TO Tarifa-Base
                   ELSE
                       MOVE TQ-TARIFA-NORMAL(TQ-IDX) TO Tarifa-Base
                   END-IF
                   MOVE PROPUESTA-COUNT TO TQ-IDX
               END-IF
           END-PERFORM.

       DEDUCIR-EJES.
           MOVE 2 TO Cantidad-Ejes.
           IF (PL-CATEGORIA = "camion" OR PL-CATEGORIA = "bus")
               AND Recargo-Por-Eje > 0
               MOVE "N" TO Tarifa-Encontrada
               MOVE PL-PLAZA TO Plaza-Buscada
               PERFORM BUSCAR-TARIFA-VIGENTE
               IF Tarifa-Encontrada = "N"
                   MOVE SPACES TO Plaza-Buscada
                   PERFORM BUSCAR-TARIFA-VIGENTE
               END-IF
               IF Tarifa-Encontrada = "Y"
                   MOVE PL-TOTAL TO Monto-Sin-Punta
                   IF PL-HORA >= Hora-Inicio-Punta
                       AND PL-HORA < Hora-Fin-Punta
                       COMPUTE Monto-Sin-Punta ROUNDED =
                           PL-TOTAL * 100 / (100 + Recargo-Punta-Pct)
                   END-IF
                   COMPUTE Ejes-Extra ROUNDED =
                       (Monto-Sin-Punta - Tarifa-Base)
                       / Recargo-Por-Eje
                   IF Ejes-Extra > 0 AND Ejes-Extra <= 10
                       COMPUTE Cantidad-Ejes = 2 + Ejes-Extra
                   END-IF
               END-IF
           END-IF.

       BUSCAR-TARIFA-VIGENTE.
           PERFORM VARYING TV-IDX FROM 1 BY 1
               UNTIL TV-IDX > VIGENTE-COUNT
               IF TV-CATEGORIA(TV-IDX) = PL-CATEGORIA
                   AND TV-PLAZA(TV-IDX) = Plaza-Buscada
                   MOVE "Y" TO Tarifa-Encontrada
                   IF PL-TARIFA = "alza"
                       MOVE TV-TARIFA-ALZA(TV-IDX) TO Tarifa-Base
                   ELSE
                       MOVE TV-TARIFA-NORMAL(TV-IDX) TO Tarifa-Base
                   END-IF
                   MOVE VIGENTE-COUNT TO TV-IDX
               END-IF
           END-PERFORM.

       ACUMULAR-SIMULACION.
           ADD PL-TOTAL TO Total-Actual.
           ADD PL-NETO TO Total-Actual-Neto.
           ADD PL-IVA TO Total-Actual-IVA.
           ADD Total-Proyectado TO Total-Proy.
           ADD Monto-Neto TO Total-Proy-Neto.
           ADD Monto-IVA TO Total-Proy-IVA.
           MOVE "N" TO Entrada-Encontrada.
           PERFORM VARYING SM-IDX FROM 1 BY 1
               UNTIL SM-IDX > SIMULACION-COUNT
               IF SM-MES(SM-IDX) = PL-FECHA(1:6)
                   AND SM-PLAZA(SM-IDX) = PL-PLAZA
                   AND SM-CATEGORIA(SM-IDX) = PL-CATEGORIA
                   AND SM-TIPO-PAGO(SM-IDX) = PL-TIPO-PAGO
                   MOVE "Y" TO Entrada-Encontrada
                   PERFORM SUMAR-SIMULACION
                   MOVE SIMULACION-COUNT TO SM-IDX
               END-IF
           END-PERFORM.
           IF Entrada-Encontrada = "N"
               IF SIMULACION-COUNT < 500
                   ADD 1 TO SIMULACION-COUNT
                   SET SM-IDX TO SIMULACION-COUNT
                   MOVE PL-FECHA(1:6) TO SM-MES(SM-IDX)
                   MOVE PL-PLAZA TO SM-PLAZA(SM-IDX)
                   MOVE PL-CATEGORIA TO SM-CATEGORIA(SM-IDX)
                   MOVE PL-TIPO-PAGO TO SM-TIPO-PAGO(SM-IDX)
                   MOVE ZEROS TO SM-CANTIDAD(SM-IDX)
                   MOVE ZEROS TO SM-ACTUAL(SM-IDX)
                   MOVE ZEROS TO SM-ACTUAL-NETO(SM-IDX)
                   MOVE ZEROS TO SM-ACTUAL-IVA(SM-IDX)
                   MOVE ZEROS TO SM-PROYECTADO(SM-IDX)
                   MOVE ZEROS TO SM-PROY-NETO(SM-IDX)
                   MOVE ZEROS TO SM-PROY-IVA(SM-IDX)
                   PERFORM SUMAR-SIMULACION
               ELSE
                   MOVE "Y" TO Simulacion-Desbordada
               END-IF
           END-IF.

       SUMAR-SIMULACION.
           ADD 1 TO SM-CANTIDAD(SM-IDX).
           ADD PL-TOTAL TO SM-ACTUAL(SM-IDX).
           ADD PL-NETO TO SM-ACTUAL-NETO(SM-IDX).
           ADD PL-IVA TO SM-ACTUAL-IVA(SM-IDX).
           ADD Total-Proyectado TO SM-PROYECTADO(SM-IDX).
           ADD Monto-Neto TO SM-PROY-NETO(SM-IDX).
           ADD Monto-IVA TO SM-PROY-IVA(SM-IDX).

       ESCRIBIR-SIMULACION.
           OPEN OUTPUT SIMULACION-FILE.
           MOVE SPACES TO SIMULACION-LINEA.
           STRING "SIMULACION DE TARIFARIO PROPUESTO - CRUCES DEL "
               Fecha-Desde " AL " Fecha-Hasta
               DELIMITED BY SIZE INTO SIMULACION-LINEA.
           WRITE SIMULACION-LINEA.
           MOVE SPACES TO SIMULACION-LINEA.
           STRING "RECARGO PUNTA " Prop-Recargo-Punta
               "% (VIGENTE " Recargo-Punta-Pct "%)  RECARGO EJE $"
               Prop-Recargo-Eje " (VIGENTE $" Recargo-Por-Eje ")"
               DELIMITED BY SIZE INTO SIMULACION-LINEA.
           WRITE SIMULACION-LINEA.
           MOVE SPACES TO SIMULACION-LINEA.
           STRING "MES    PLAZA CATEGORIA  PAGO  CRUCES   "
               "ACTUAL      PROYECTADO  DIFERENCIA  VAR%"
               DELIMITED BY SIZE INTO SIMULACION-LINEA.
           WRITE SIMULACION-LINEA.
           PERFORM VARYING SM-IDX FROM 1 BY 1
               UNTIL SM-IDX > SIMULACION-COUNT
               PERFORM ESCRIBIR-LINEA-SIMULACION
           END-PERFORM.
           MOVE SPACES TO SIMULACION-LINEA.
           WRITE SIMULACION-LINEA.
           COMPUTE Diferencia = Total-Proy - Total-Actual.
           MOVE Diferencia TO Diferencia-Desp.
           MOVE ZEROS TO Variacion-Pct.
           IF Total-Actual > 0
               COMPUTE Variacion-Pct ROUNDED =
                   Diferencia * 100 / Total-Actual
           END-IF.
           MOVE Variacion-Pct TO Variacion-Desp.
           MOVE SPACES TO SIMULACION-LINEA.
           STRING "TOTAL CRUCES " Cantidad-Leidos
               " ACTUAL $" Total-Actual
               " PROYECTADO $" Total-Proy
               " DIFERENCIA $" Diferencia-Desp
               " VAR% " Variacion-Desp
               DELIMITED BY SIZE INTO SIMULACION-LINEA.
           WRITE SIMULACION-LINEA.
           MOVE Total-Actual-Neto TO Neto-Desp-1.
           MOVE Total-Actual-IVA TO IVA-Desp-1.
           MOVE Total-Proy-Neto TO Neto-Desp-2.
           MOVE Total-Proy-IVA TO IVA-Desp-2.
           MOVE SPACES TO SIMULACION-LINEA.
           STRING "ACTUAL NETO $" Neto-Desp-1 " IVA $" IVA-Desp-1
               "  PROYECTADO NETO $" Neto-Desp-2 " IVA $" IVA-Desp-2
               DELIMITED BY SIZE INTO SIMULACION-LINEA.
           WRITE SIMULACION-LINEA.
           MOVE SPACES TO SIMULACION-LINEA.
           STRING "RECALCULADOS " Cantidad-Simulados
               " EXENTOS " Cantidad-Exentos
               " SIN TARIFA PROPUESTA (SE MANTIENE ACTUAL) "
               Cantidad-Sin-Tarifa
               DELIMITED BY SIZE INTO SIMULACION-LINEA.
           WRITE SIMULACION-LINEA.
           CLOSE SIMULACION-FILE.
           DISPLAY "\n\n------ SIMULACION DE TARIFAS ------".
           DISPLAY "Cruces simulados: " Cantidad-Leidos.
           DISPLAY "Ingreso actual: $" Total-Actual.
           DISPLAY "Ingreso proyectado: $" Total-Proy.
           DISPLAY "Diferencia: $" Diferencia-Desp
               " (" Variacion-Desp "%)".
           IF Cantidad-Sin-Tarifa > 0
               DISPLAY "ATENCION: " Cantidad-Sin-Tarifa
                   " cruces sin tarifa propuesta, se dejan al "
                   "valor actual."
           END-IF.
           IF Simulacion-Desbordada = "Y"
               DISPLAY "ATENCION: mas de 500 combinaciones, el "
                   "detalle esta incompleto (totales correctos)."
           END-IF.

       ESCRIBIR-LINEA-SIMULACION.
           COMPUTE Diferencia = SM-PROYECTADO(SM-IDX)
               - SM-ACTUAL(SM-IDX).
           MOVE Diferencia TO Diferencia-Desp.
           MOVE ZEROS TO Variacion-Pct.
           IF SM-ACTUAL(SM-IDX) > 0
               COMPUTE Variacion-Pct ROUNDED =
                   Diferencia * 100 / SM-ACTUAL(SM-IDX)
           END-IF.
           MOVE Variacion-Pct TO Variacion-Desp.
           MOVE SPACES TO SIMULACION-LINEA.
           STRING SM-MES(SM-IDX) " " SM-PLAZA(SM-IDX) "   "
               SM-CATEGORIA(SM-IDX) " " SM-TIPO-PAGO(SM-IDX)
               "  " SM-CANTIDAD(SM-IDX)
               " " SM-ACTUAL(SM-IDX) " " SM-PROYECTADO(SM-IDX)
               " " Diferencia-Desp " " Variacion-Desp
               DELIMITED BY SIZE INTO SIMULACION-LINEA.
           WRITE SIMULACION-LINEA.
           MOVE SM-ACTUAL-NETO(SM-IDX) TO Neto-Desp-1.
           MOVE SM-ACTUAL-IVA(SM-IDX) TO IVA-Desp-1.
           MOVE SM-PROY-NETO(SM-IDX) TO Neto-Desp-2.
           MOVE SM-PROY-IVA(SM-IDX) TO IVA-Desp-2.
           MOVE SPACES TO SIMULACION-LINEA.
           STRING "       NETO $" Neto-Desp-1 " IVA $" IVA-Desp-1
               "  ->  NETO $" Neto-Desp-2 " IVA $" IVA-Desp-2
               DELIMITED BY SIZE INTO SIMULACION-LINEA.
           WRITE SIMULACION-LINEA.

       REGISTRAR-AUDITORIA.
           ACCEPT WS-Hora-Sistema FROM TIME.
           OPEN EXTEND AUDITORIA-FILE.
           IF WS-Auditoria-Status = "35"
               OPEN OUTPUT AUDITORIA-FILE
               CLOSE AUDITORIA-FILE
               OPEN EXTEND AUDITORIA-FILE
           END-IF.
           MOVE "SIMULA-TARIFA" TO AU-PROGRAMA.
           MOVE WS-Fecha-Sistema TO AU-FECHA.
           MOVE WS-Hora-Sistema TO AU-HORA.
           MOVE Operador TO AU-OPERADOR.
           MOVE Audit-Entrada TO AU-ENTRADA.
           MOVE Audit-Salida TO AU-SALIDA.
           WRITE AUDITORIA-RECORD.
           CLOSE AUDITORIA-FILE.
