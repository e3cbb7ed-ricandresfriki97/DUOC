           SELECT PAGOS-LOG-FILE ASSIGN TO "PAGOSLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Pagoslog-Status.
           SELECT VEHICULOS-FILE ASSIGN TO "VEHICULOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VH-PATENTE
               FILE STATUS IS WS-Vehiculos-Status.
           SELECT FLOTA-DETALLE-FILE ASSIGN TO "FLOTADET.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Flotadet-Status.
           SELECT DTE-PENDIENTE-FILE ASSIGN TO "DTEPEND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Dtepend-Status.

       DATA DIVISION.
       FILE SECTION.
           COPY IVACONFIG.
       FD  PAGOS-LOG-FILE.
           COPY PAGOTAG.
       FD  VEHICULOS-FILE.
           COPY VEHICULO.
       FD  FLOTA-DETALLE-FILE.
           COPY FLOTADET.
       FD  DTE-PENDIENTE-FILE.
           COPY DTEPEND.

       WORKING-STORAGE SECTION.
       01 WS-Cuentas-Tag-Status PIC XX VALUE "00".
       01 Credito-Cantidad    PIC 9(5) VALUE 0.
       01 Credito-Monto       PIC S9(9)V99 VALUE 0.
       01 Total-Pagar         PIC S9(9)V99 VALUE 0.
       01 WS-Vehiculos-Status PIC XX VALUE "00".
       01 WS-Flotadet-Status  PIC XX VALUE "00".
       01 Vehiculos-Disponible PIC X VALUE "N".
       01 FLOTA-TABLE.
           05 FLOTA-ENTRY OCCURS 500 TIMES INDEXED BY FA-IDX.
               10 FA-CUENTA-ID      PIC X(6).
               10 FA-CENTRO-COSTO   PIC X(10).
               10 FA-PATENTE        PIC X(8).
               10 FA-CANTIDAD       PIC 9(5).
               10 FA-MONTO          PIC 9(7).
       01 FLOTA-COUNT         PIC 9(4) VALUE 0.
       01 Flota-Encontrada    PIC X VALUE "N".
       01 Flota-Desbordada    PIC X VALUE "N".
       01 CENTROS-TABLE.
           05 CENTRO-ENTRY OCCURS 50 TIMES INDEXED BY CN-IDX.
               10 CN-CENTRO-COSTO   PIC X(10).
               10 CN-CANTIDAD       PIC 9(5).
               10 CN-MONTO          PIC 9(7).
       01 CENTROS-COUNT       PIC 9(4) VALUE 0.
       01 Centro-Encontrado   PIC X VALUE "N".
       01 Es-Cuenta-Flota     PIC X VALUE "N".
       01 Cantidad-Detalle    PIC 9(7) VALUE 0.
       01 WS-Dtepend-Status   PIC XX VALUE "00".
       01 Nombre-DTE          PIC X(30) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
               OUTPUT PROCEDURE IS GENERAR-ESTADOS-CUENTA.
           DISPLAY "\n\nEstados de cuenta generados: "
               Cantidad-Cuentas.
           DISPLAY "Detalle de flotas en FLOTADET.DAT: "
               Cantidad-Detalle " cruces.".
           IF Flota-Desbordada = "Y"
               DISPLAY "ATENCION: mas de 500 patentes de flota, "
                   "subtotales incompletos."
           END-IF.
           STOP RUN.

       CARGAR-CONFIG-IVA.

       LEER-CARGOS-TAG.
           MOVE "N" TO Fin-Archivo.
           MOVE ZEROS TO FLOTA-COUNT.
           MOVE ZEROS TO Cantidad-Detalle.
           MOVE "N" TO Vehiculos-Disponible.
           OPEN INPUT VEHICULOS-FILE.
           IF WS-Vehiculos-Status = "00"
               MOVE "Y" TO Vehiculos-Disponible
           END-IF.
           OPEN OUTPUT FLOTA-DETALLE-FILE.
           OPEN INPUT PEAJE-LOG-FILE.
           IF WS-Peajelog-Status = "00"
               PERFORM UNTIL Fin-Archivo = "Y"
                               MOVE PL-TARIFA TO SW-TARIFA
                               MOVE PL-TOTAL TO SW-MONTO
                               RELEASE SORT-WORK-RECORD
                               PERFORM REGISTRAR-CRUCE-FLOTA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PEAJE-LOG-FILE
           END-IF.
           MOVE "N" TO Fin-Archivo.
           CLOSE FLOTA-DETALLE-FILE.
           IF Vehiculos-Disponible = "Y"
               CLOSE VEHICULOS-FILE
           END-IF.

       REGISTRAR-CRUCE-FLOTA.
           IF Vehiculos-Disponible = "Y"
               MOVE PL-PATENTE TO VH-PATENTE
               READ VEHICULOS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF VH-CENTRO-COSTO NOT = SPACES
                           PERFORM ESCRIBIR-DETALLE-FLOTA
                           PERFORM ACUMULAR-PATENTE-FLOTA
                       END-IF
               END-READ
           END-IF.

       ESCRIBIR-DETALLE-FLOTA.
           MOVE PL-CUENTA-ID TO DF-CUENTA-ID.
           MOVE VH-CENTRO-COSTO TO DF-CENTRO-COSTO.
           MOVE PL-PATENTE TO DF-PATENTE.
           MOVE PL-FECHA TO DF-FECHA.
           MOVE PL-HORA TO DF-HORA.
           MOVE PL-PLAZA TO DF-PLAZA.
           MOVE PL-CATEGORIA TO DF-CATEGORIA.
           MOVE PL-TOTAL TO DF-TOTAL.
           MOVE PL-NETO TO DF-NETO.
           MOVE PL-IVA TO DF-IVA.
           WRITE FLOTA-DETALLE-RECORD.
           ADD 1 TO Cantidad-Detalle.

       ACUMULAR-PATENTE-FLOTA.
           MOVE "N" TO Flota-Encontrada.
           PERFORM VARYING FA-IDX FROM 1 BY 1
               UNTIL FA-IDX > FLOTA-COUNT
               IF FA-CUENTA-ID(FA-IDX) = PL-CUENTA-ID
                   AND FA-PATENTE(FA-IDX) = PL-PATENTE
                   MOVE "Y" TO Flota-Encontrada
                   ADD 1 TO FA-CANTIDAD(FA-IDX)
                   ADD PL-TOTAL TO FA-MONTO(FA-IDX)
                   MOVE FLOTA-COUNT TO FA-IDX
               END-IF
           END-PERFORM.
           IF Flota-Encontrada = "N"
               IF FLOTA-COUNT < 500
                   ADD 1 TO FLOTA-COUNT
                   SET FA-IDX TO FLOTA-COUNT
                   MOVE PL-CUENTA-ID TO FA-CUENTA-ID(FA-IDX)
                   MOVE VH-CENTRO-COSTO TO FA-CENTRO-COSTO(FA-IDX)
                   MOVE PL-PATENTE TO FA-PATENTE(FA-IDX)
                   MOVE 1 TO FA-CANTIDAD(FA-IDX)
                   MOVE PL-TOTAL TO FA-MONTO(FA-IDX)
               ELSE
                   MOVE "Y" TO Flota-Desbordada
               END-IF
           END-IF.

       GENERAR-ESTADOS-CUENTA.
           MOVE "N" TO Fin-Archivo.
           MOVE SPACES TO Cuenta-Anterior.
           OPEN OUTPUT ESTADO-CUENTA-FILE.
           OPEN INPUT CUENTAS-TAG-FILE.
           OPEN EXTEND DTE-PENDIENTE-FILE.
           IF WS-Dtepend-Status = "35"
               OPEN OUTPUT DTE-PENDIENTE-FILE
               CLOSE DTE-PENDIENTE-FILE
               OPEN EXTEND DTE-PENDIENTE-FILE
           END-IF.
           PERFORM UNTIL Fin-Archivo = "Y"
               RETURN SORT-WORK-FILE
                   AT END
               PERFORM CERRAR-CUENTA
           END-IF.
           CLOSE CUENTAS-TAG-FILE.
           CLOSE DTE-PENDIENTE-FILE.
           CLOSE ESTADO-CUENTA-FILE.

       PROCESAR-CARGO-ORDENADO.
           MOVE Grupo-Cantidad TO EC-CANTIDAD.
           MOVE Grupo-Monto TO EC-MONTO.
           WRITE ESTADO-CUENTA-RECORD.
           PERFORM PREPARAR-REGISTRO-DTE.
           MOVE "D" TO DP-TIPO-REG.
           STRING "PEAJE " Categoria-Anterior " " Tarifa-Anterior
               DELIMITED BY SIZE INTO DP-DESCRIPCION.
           MOVE Grupo-Cantidad TO DP-CANTIDAD.
           MOVE Grupo-Monto TO DP-MONTO.
           MOVE "N" TO DP-EXENTO.
           WRITE DTE-PENDIENTE-RECORD.

       CERRAR-CUENTA.
           PERFORM MOSTRAR-SUBTOTALES-FLOTA.
           PERFORM BUSCAR-CREDITOS-CUENTA.
           MOVE Total-Cuenta TO Total-Pagar.
           IF Credito-Cantidad > 0
               MOVE Credito-Monto TO EC-MONTO
               WRITE ESTADO-CUENTA-RECORD
               SUBTRACT Credito-Monto FROM Total-Pagar
               PERFORM PREPARAR-REGISTRO-DTE
               MOVE "D" TO DP-TIPO-REG
               MOVE "ANULACION DE CRUCES" TO DP-DESCRIPCION
               MOVE Credito-Cantidad TO DP-CANTIDAD
               COMPUTE DP-MONTO = 0 - Credito-Monto
               MOVE "N" TO DP-EXENTO
               WRITE DTE-PENDIENTE-RECORD
           END-IF.
           PERFORM PREPARAR-REGISTRO-DTE.
           MOVE "T" TO DP-TIPO-REG.
           MOVE Total-Pagar TO DP-MONTO.
           WRITE DTE-PENDIENTE-RECORD.
           COMPUTE Monto-Neto ROUNDED =
               Total-Pagar / (1 + Tasa-IVA / 100).
           COMPUTE Monto-IVA = Total-Pagar - Monto-Neto.
           DISPLAY "  TOTAL A PAGAR: $" Total-Pagar.
           ADD 1 TO Cantidad-Cuentas.

       PREPARAR-REGISTRO-DTE.
           MOVE SPACES TO Nombre-DTE.
           STRING "PATENTE " Patente-Cuenta
               DELIMITED BY SIZE INTO Nombre-DTE.
           MOVE "ETAG" TO DP-ORIGEN.
           MOVE Cuenta-Anterior TO DP-REFERENCIA.
           MOVE Periodo-Estado TO DP-PERIODO.
           MOVE 39 TO DP-TIPO-DTE.
           MOVE Cuenta-Anterior TO DP-RECEPTOR.
           MOVE Nombre-DTE TO DP-NOMBRE.
           MOVE SPACES TO DP-DESCRIPCION.
           MOVE ZEROS TO DP-CANTIDAD.
           MOVE ZEROS TO DP-MONTO.
           MOVE SPACE TO DP-EXENTO.
           MOVE ZEROS TO DP-MONTO-EXENTO.
           MOVE SPACES TO DP-REF-DOC.
           MOVE ZEROS TO DP-REF-PERIODO.
           MOVE WS-Fecha-Sistema TO DP-FECHA.

       BUSCAR-PATENTE-CUENTA.
           MOVE SPACES TO Patente-Cuenta.
           IF WS-Cuentas-Tag-Status = "00"
                       MOVE CT-PATENTE TO Patente-Cuenta
               END-READ
           END-IF.

       MOSTRAR-SUBTOTALES-FLOTA.
           MOVE "N" TO Es-Cuenta-Flota.
           MOVE ZEROS TO CENTROS-COUNT.
           PERFORM VARYING FA-IDX FROM 1 BY 1
               UNTIL FA-IDX > FLOTA-COUNT
               IF FA-CUENTA-ID(FA-IDX) = Cuenta-Anterior
                   MOVE "Y" TO Es-Cuenta-Flota
                   PERFORM ACUMULAR-CENTRO-COSTO
               END-IF
           END-PERFORM.
           IF Es-Cuenta-Flota = "Y"
               DISPLAY "  SUBTOTALES POR CENTRO DE COSTO:"
               PERFORM VARYING CN-IDX FROM 1 BY 1
                   UNTIL CN-IDX > CENTROS-COUNT
                   DISPLAY "    " CN-CENTRO-COSTO(CN-IDX) ": "
                       CN-CANTIDAD(CN-IDX) " pasadas, $"
                       CN-MONTO(CN-IDX)
                   MOVE Cuenta-Anterior TO EC-CUENTA-ID
                   MOVE SPACES TO EC-PATENTE
                   MOVE "SUBTOT CC" TO EC-CATEGORIA
                   MOVE CN-CENTRO-COSTO(CN-IDX) TO EC-TARIFA
                   MOVE CN-CANTIDAD(CN-IDX) TO EC-CANTIDAD
                   MOVE CN-MONTO(CN-IDX) TO EC-MONTO
                   WRITE ESTADO-CUENTA-RECORD
               END-PERFORM
               DISPLAY "  SUBTOTALES POR PATENTE:"
               PERFORM VARYING FA-IDX FROM 1 BY 1
                   UNTIL FA-IDX > FLOTA-COUNT
                   IF FA-CUENTA-ID(FA-IDX) = Cuenta-Anterior
                       DISPLAY "    " FA-PATENTE(FA-IDX)
                           " (" FA-CENTRO-COSTO(FA-IDX) "): "
                           FA-CANTIDAD(FA-IDX) " pasadas, $"
                           FA-MONTO(FA-IDX)
                       MOVE Cuenta-Anterior TO EC-CUENTA-ID
                       MOVE FA-PATENTE(FA-IDX) TO EC-PATENTE
                       MOVE "SUBTOT PAT" TO EC-CATEGORIA
                       MOVE FA-CENTRO-COSTO(FA-IDX) TO EC-TARIFA
                       MOVE FA-CANTIDAD(FA-IDX) TO EC-CANTIDAD
                       MOVE FA-MONTO(FA-IDX) TO EC-MONTO
                       WRITE ESTADO-CUENTA-RECORD
                   END-IF
               END-PERFORM
           END-IF.

       ACUMULAR-CENTRO-COSTO.
           MOVE "N" TO Centro-Encontrado.
           PERFORM VARYING CN-IDX FROM 1 BY 1
               UNTIL CN-IDX > CENTROS-COUNT
               IF CN-CENTRO-COSTO(CN-IDX) = FA-CENTRO-COSTO(FA-IDX)
                   MOVE "Y" TO Centro-Encontrado
                   ADD FA-CANTIDAD(FA-IDX) TO CN-CANTIDAD(CN-IDX)
                   ADD FA-MONTO(FA-IDX) TO CN-MONTO(CN-IDX)
                   MOVE CENTROS-COUNT TO CN-IDX
               END-IF
           END-PERFORM.
           IF Centro-Encontrado = "N"
               AND CENTROS-COUNT < 50
               ADD 1 TO CENTROS-COUNT
               SET CN-IDX TO CENTROS-COUNT
               MOVE FA-CENTRO-COSTO(FA-IDX) TO CN-CENTRO-COSTO(CN-IDX)
               MOVE FA-CANTIDAD(FA-IDX) TO CN-CANTIDAD(CN-IDX)
               MOVE FA-MONTO(FA-IDX) TO CN-MONTO(CN-IDX)
           END-IF.
