       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORTE-MARGEN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARGOS-CLI-FILE ASSIGN TO "CARGOSCLI.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Cargoscli-Status.
           SELECT CONSUMOS-FILE ASSIGN TO "CONSUMOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Consumos-Status.
           SELECT COTIZACIONES-FILE ASSIGN TO "COTIZACIONES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Cotizaciones-Status.
           SELECT AJUSTES-INV-FILE ASSIGN TO "AJUSTESINV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Ajustes-Status.
           SELECT INVENTARIO-FILE ASSIGN TO "INVENTARIO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Inventario-Status.
           SELECT IVA-CONFIG-FILE ASSIGN TO "IVACONFIG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Ivaconfig-Status.
           SELECT MARGEN-RPT-FILE ASSIGN TO "MARGENES.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDITORIA-FILE ASSIGN TO "AUDITORIA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Auditoria-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  CARGOS-CLI-FILE.
           COPY CARGOCLI.
       FD  CONSUMOS-FILE.
           COPY CONSUMO.
       FD  COTIZACIONES-FILE.
           COPY COTIZAF.
       FD  AJUSTES-INV-FILE.
           COPY AJUSTEINV.
       FD  INVENTARIO-FILE.
           COPY INVENTARIO.
       FD  IVA-CONFIG-FILE.
           COPY IVACONFIG.
       FD  MARGEN-RPT-FILE.
       01  MARGEN-LINEA PIC X(120).
       FD  AUDITORIA-FILE.
           COPY AUDITORIAF.

       WORKING-STORAGE SECTION.
       01 MARGENES-TABLE.
           05 MARGEN-ENTRY OCCURS 300 TIMES INDEXED BY MG-IDX.
               10 MG-SUCURSAL       PIC X(3).
               10 MG-TIPO-TRABAJO   PIC 9.
               10 MG-CLIENTE-ID     PIC X(6).
               10 MG-TICKETS        PIC 9(7).
               10 MG-HOJAS          PIC 9(9).
               10 MG-INGRESO        PIC S9(11)V99.
               10 MG-COSTO          PIC S9(11)V99.
       01 MARGENES-COUNT      PIC 9(4) VALUE 0.
       01 SUCURSALES-TABLE.
           05 SUCURSAL-ENTRY OCCURS 10 TIMES INDEXED BY SL-IDX.
               10 SL-SUCURSAL       PIC X(3).
               10 SL-INGRESO        PIC S9(11)V99.
               10 SL-COSTO          PIC S9(11)V99.
               10 SL-MERMA          PIC S9(11)V99.
       01 SUCURSALES-COUNT    PIC 9(4) VALUE 0.
       01 TIPOS-TABLE.
           05 TIPO-ENTRY OCCURS 10 TIMES INDEXED BY TP-IDX.
               10 TP-TICKETS        PIC 9(7).
               10 TP-HOJAS          PIC 9(9).
               10 TP-INGRESO        PIC S9(11)V99.
               10 TP-COSTO          PIC S9(11)V99.
       01 INVENTARIO-TABLE.
           05 INV-ENTRY OCCURS 20 TIMES INDEXED BY IN-IDX.
               10 IV-ITEM-ID        PIC X(10).
               10 IV-SUCURSAL       PIC X(3).
               10 IV-COSTO-PROMEDIO PIC 9(5)V9(4).
       01 INV-COUNT           PIC 9(4) VALUE 0.
       01 Entrada-Encontrada  PIC X VALUE "N".
       01 Tabla-Desbordada    PIC X VALUE "N".
       01 Sucursal-Registro   PIC X(3) VALUE SPACES.
       01 Tipo-Registro       PIC 9 VALUE 0.
       01 Cliente-Registro    PIC X(6) VALUE SPACES.
       01 Sucursal-Costeo     PIC X(3) VALUE "CEN".
       01 Periodo-Reporte     PIC 9(6) VALUE 0.
       01 Periodo-Registro    PIC 9(6) VALUE 0.
       01 Tasa-IVA            PIC 99V99 VALUE 19.
       01 Monto-Neto          PIC S9(11)V99 VALUE 0.
       01 Monto-Costo         PIC S9(11)V99 VALUE 0.
       01 Monto-Margen        PIC S9(11)V99 VALUE 0.
       01 Margen-Pct          PIC S9(5)V9 VALUE 0.
       01 Item-Costeo         PIC X(10) VALUE SPACES.
       01 Costo-Unitario      PIC 9(5)V9(4) VALUE 0.
       01 Hojas-Papel         PIC 9(7) VALUE 0.
       01 Costo-Papel         PIC S9(11)V99 VALUE 0.
       01 Costo-Toner         PIC S9(11)V99 VALUE 0.
       01 Total-Ingreso       PIC S9(11)V99 VALUE 0.
       01 Total-Costo         PIC S9(11)V99 VALUE 0.
       01 Total-Merma         PIC S9(11)V99 VALUE 0.
       01 Total-Tickets       PIC 9(7) VALUE 0.
       01 Cantidad-Bajo-Costo PIC 9(5) VALUE 0.
       01 Cantidad-Ajustes    PIC 9(5) VALUE 0.
       01 Fin-Archivo         PIC X VALUE "N".
       01 Monto-Desp-1        PIC -(10)9.99.
       01 Monto-Desp-2        PIC -(10)9.99.
       01 Monto-Desp-3        PIC -(10)9.99.
       01 Pct-Desp            PIC -(5)9.9.
       01 Cantidad-Desp-1     PIC -(9)9.
       01 Cantidad-Desp-2     PIC -(9)9.
       01 Cantidad-Desp-3     PIC -(9)9.
       01 Costo-Desp          PIC ZZZZ9.9999.
       01 WS-Cargoscli-Status PIC XX VALUE "00".
       01 WS-Consumos-Status  PIC XX VALUE "00".
       01 WS-Cotizaciones-Status PIC XX VALUE "00".
       01 WS-Ajustes-Status   PIC XX VALUE "00".
       01 WS-Inventario-Status PIC XX VALUE "00".
       01 WS-Ivaconfig-Status PIC XX VALUE "00".
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
           MOVE WS-Fecha-Sistema(1:6) TO Periodo-Reporte.
           DISPLAY "Periodo a reportar (AAAAMM, 0 = mes actual ".
           DISPLAY Periodo-Reporte "): ".
           ACCEPT Periodo-Reporte.
           IF Periodo-Reporte = 0
               MOVE WS-Fecha-Sistema(1:6) TO Periodo-Reporte
           END-IF.
           DISPLAY "Sucursal cuyo costo promedio se usa para ".
           DISPLAY "  las cotizaciones (ej. CEN): ".
           ACCEPT Sucursal-Costeo.
           IF Sucursal-Costeo = SPACES
               MOVE "CEN" TO Sucursal-Costeo
           END-IF.
           PERFORM CARGAR-CONFIG-IVA.
           PERFORM CARGAR-INVENTARIO.
           PERFORM ACUMULAR-CARGOS.
           PERFORM ACUMULAR-CONSUMOS.
           OPEN OUTPUT MARGEN-RPT-FILE.
           PERFORM ESCRIBIR-MARGENES.
           PERFORM REVISAR-COTIZACIONES.
           PERFORM ESCRIBIR-MERMAS.
           CLOSE MARGEN-RPT-FILE.
           IF Tabla-Desbordada = "Y"
               DISPLAY "ATENCION: mas de 300 combinaciones sucursal/"
                   "tipo/cliente; el detalle esta incompleto."
           END-IF.
           DISPLAY "Reporte generado: MARGENES.RPT".
           MOVE Total-Ingreso TO Monto-Desp-1.
           MOVE Total-Costo TO Monto-Desp-2.
           MOVE Total-Merma TO Monto-Desp-3.
           DISPLAY "Ingreso neto $" Monto-Desp-1
               " costo material $" Monto-Desp-2.
           DISPLAY "Merma por conteo $" Monto-Desp-3
               " cotizaciones bajo costo " Cantidad-Bajo-Costo.
           MOVE SPACES TO Audit-Entrada.
           STRING "REPORTE MARGEN=" Periodo-Reporte
               " SUC=" Sucursal-Costeo
               DELIMITED BY SIZE INTO Audit-Entrada.
           MOVE SPACES TO Audit-Salida.
           STRING "TICKETS=" Total-Tickets
               " BAJO-COSTO=" Cantidad-Bajo-Costo
               DELIMITED BY SIZE INTO Audit-Salida.
           PERFORM REGISTRAR-AUDITORIA.
           STOP RUN.

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

       CARGAR-INVENTARIO.
           MOVE ZEROS TO INV-COUNT.
           MOVE "N" TO Fin-Archivo.
           OPEN INPUT INVENTARIO-FILE.
           IF WS-Inventario-Status = "00"
               PERFORM UNTIL Fin-Archivo = "Y"
                   READ INVENTARIO-FILE
                       AT END
                           MOVE "Y" TO Fin-Archivo
                       NOT AT END
                           IF INV-COUNT < 20
                               ADD 1 TO INV-COUNT
                               SET IN-IDX TO INV-COUNT
                               MOVE IN-ITEM-ID TO IV-ITEM-ID(IN-IDX)
                               IF IN-SUCURSAL = SPACES
                                   MOVE "CEN"
                                       TO IV-SUCURSAL(IN-IDX)
                               ELSE
                                   MOVE IN-SUCURSAL
                                       TO IV-SUCURSAL(IN-IDX)
                               END-IF
                               IF IN-COSTO-PROMEDIO IS NUMERIC
                                   MOVE IN-COSTO-PROMEDIO
                                       TO IV-COSTO-PROMEDIO(IN-IDX)
                               ELSE
                                   MOVE ZEROS
                                       TO IV-COSTO-PROMEDIO(IN-IDX)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INVENTARIO-FILE
           END-IF.
           MOVE "N" TO Fin-Archivo.

       ACUMULAR-CARGOS.
           MOVE "N" TO Fin-Archivo.
           OPEN INPUT CARGOS-CLI-FILE.
           IF WS-Cargoscli-Status = "00"
               PERFORM UNTIL Fin-Archivo = "Y"
                   READ CARGOS-CLI-FILE
                       AT END
                           MOVE "Y" TO Fin-Archivo
                       NOT AT END
                           MOVE GC-FECHA(1:6) TO Periodo-Registro
                           IF Periodo-Registro = Periodo-Reporte
                               AND GC-TIPO-TRABAJO NOT = 9
                               PERFORM ACUMULAR-CARGO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CARGOS-CLI-FILE
           END-IF.
           MOVE "N" TO Fin-Archivo.

       ACUMULAR-CARGO.
           IF GC-SUCURSAL = SPACES
               MOVE "CEN" TO Sucursal-Registro
           ELSE
               MOVE GC-SUCURSAL TO Sucursal-Registro
           END-IF.
           MOVE GC-TIPO-TRABAJO TO Tipo-Registro.
           MOVE GC-CLIENTE-ID TO Cliente-Registro.
           COMPUTE Monto-Neto ROUNDED =
               GC-TOTAL / (1 + Tasa-IVA / 100).
           PERFORM UBICAR-MARGEN.
           IF Entrada-Encontrada = "Y"
               IF GC-TIPO-TRABAJO NOT = 8
                   ADD 1 TO MG-TICKETS(MG-IDX)
                   ADD GC-HOJAS TO MG-HOJAS(MG-IDX)
               END-IF
               ADD Monto-Neto TO MG-INGRESO(MG-IDX)
           END-IF.

       ACUMULAR-CONSUMOS.
           MOVE "N" TO Fin-Archivo.
           OPEN INPUT CONSUMOS-FILE.
           IF WS-Consumos-Status = "00"
               PERFORM UNTIL Fin-Archivo = "Y"
                   READ CONSUMOS-FILE
                       AT END
                           MOVE "Y" TO Fin-Archivo
                       NOT AT END
                           MOVE CM-FECHA(1:6) TO Periodo-Registro
                           IF Periodo-Registro = Periodo-Reporte
                               PERFORM ACUMULAR-CONSUMO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONSUMOS-FILE
           END-IF.
           MOVE "N" TO Fin-Archivo.

       ACUMULAR-CONSUMO.
           IF CM-SUCURSAL = SPACES
               MOVE "CEN" TO Sucursal-Registro
           ELSE
               MOVE CM-SUCURSAL TO Sucursal-Registro
           END-IF.
           MOVE CM-TIPO-TRABAJO TO Tipo-Registro.
           MOVE CM-CLIENTE-ID TO Cliente-Registro.
           PERFORM UBICAR-MARGEN.
           IF Entrada-Encontrada = "Y"
               ADD CM-COSTO-TOTAL TO MG-COSTO(MG-IDX)
           END-IF.

       UBICAR-MARGEN.
           MOVE "N" TO Entrada-Encontrada.
           PERFORM VARYING MG-IDX FROM 1 BY 1
               UNTIL MG-IDX > MARGENES-COUNT
               OR (MG-SUCURSAL(MG-IDX) = Sucursal-Registro
                   AND MG-TIPO-TRABAJO(MG-IDX) = Tipo-Registro
                   AND MG-CLIENTE-ID(MG-IDX) = Cliente-Registro)
               CONTINUE
           END-PERFORM.
           IF MG-IDX <= MARGENES-COUNT
               MOVE "Y" TO Entrada-Encontrada
           END-IF.
           IF Entrada-Encontrada = "N"
               IF MARGENES-COUNT < 300
                   ADD 1 TO MARGENES-COUNT
                   SET MG-IDX TO MARGENES-COUNT
                   MOVE Sucursal-Registro TO MG-SUCURSAL(MG-IDX)
                   MOVE Tipo-Registro TO MG-TIPO-TRABAJO(MG-IDX)
                   MOVE Cliente-Registro TO MG-CLIENTE-ID(MG-IDX)
                   MOVE ZEROS TO MG-TICKETS(MG-IDX)
                   MOVE ZEROS TO MG-HOJAS(MG-IDX)
                   MOVE ZEROS TO MG-INGRESO(MG-IDX)
                   MOVE ZEROS TO MG-COSTO(MG-IDX)
                   MOVE "Y" TO Entrada-Encontrada
               ELSE
                   MOVE "Y" TO Tabla-Desbordada
               END-IF
           END-IF.

       UBICAR-SUCURSAL.
           MOVE "N" TO Entrada-Encontrada.
           PERFORM VARYING SL-IDX FROM 1 BY 1
               UNTIL SL-IDX > SUCURSALES-COUNT
               OR SL-SUCURSAL(SL-IDX) = Sucursal-Registro
               CONTINUE
           END-PERFORM.
           IF SL-IDX <= SUCURSALES-COUNT
               MOVE "Y" TO Entrada-Encontrada
           END-IF.
           IF Entrada-Encontrada = "N"
               AND SUCURSALES-COUNT < 10
               ADD 1 TO SUCURSALES-COUNT
               SET SL-IDX TO SUCURSALES-COUNT
               MOVE Sucursal-Registro TO SL-SUCURSAL(SL-IDX)
               MOVE ZEROS TO SL-INGRESO(SL-IDX)
               MOVE ZEROS TO SL-COSTO(SL-IDX)
               MOVE ZEROS TO SL-MERMA(SL-IDX)
               MOVE "Y" TO Entrada-Encontrada
           END-IF.

       CALCULAR-MARGEN.
           COMPUTE Monto-Margen = Monto-Neto - Monto-Costo.
           IF Monto-Neto > 0
               COMPUTE Margen-Pct ROUNDED =
                   Monto-Margen * 100 / Monto-Neto
           ELSE
               MOVE ZEROS TO Margen-Pct
           END-IF.
           MOVE Monto-Neto TO Monto-Desp-1.
           MOVE Monto-Costo TO Monto-Desp-2.
           MOVE Monto-Margen TO Monto-Desp-3.
           MOVE Margen-Pct TO Pct-Desp.

       ESCRIBIR-MARGENES.
           MOVE SPACES TO MARGEN-LINEA.
           STRING "MARGEN BRUTO POR TRABAJO - PERIODO "
               Periodo-Reporte
               " (INGRESO NETO DE IVA VS COSTO DE PAPEL Y TONER)"
               DELIMITED BY SIZE INTO MARGEN-LINEA.
           WRITE MARGEN-LINEA.
           MOVE SPACES TO MARGEN-LINEA.
           STRING "SUC  TIPO CLIENTE TICKETS     HOJAS"
               "   INGRESO NETO   COSTO MATERIAL"
               "     MARGEN BRUTO   MARGEN%"
               DELIMITED BY SIZE INTO MARGEN-LINEA.
           WRITE MARGEN-LINEA.
           MOVE ZEROS TO SUCURSALES-COUNT.
           MOVE ZEROS TO Total-Ingreso.
           MOVE ZEROS TO Total-Costo.
           MOVE ZEROS TO Total-Tickets.
           PERFORM VARYING TP-IDX FROM 1 BY 1 UNTIL TP-IDX > 10
               MOVE ZEROS TO TP-TICKETS(TP-IDX)
               MOVE ZEROS TO TP-HOJAS(TP-IDX)
               MOVE ZEROS TO TP-INGRESO(TP-IDX)
               MOVE ZEROS TO TP-COSTO(TP-IDX)
           END-PERFORM.
           PERFORM VARYING MG-IDX FROM 1 BY 1
               UNTIL MG-IDX > MARGENES-COUNT
               PERFORM ESCRIBIR-LINEA-MARGEN
           END-PERFORM.
           MOVE SPACES TO MARGEN-LINEA.
           WRITE MARGEN-LINEA.
           MOVE SPACES TO MARGEN-LINEA.
           STRING "RESUMEN POR SUCURSAL"
               DELIMITED BY SIZE INTO MARGEN-LINEA.
           WRITE MARGEN-LINEA.
           PERFORM VARYING SL-IDX FROM 1 BY 1
               UNTIL SL-IDX > SUCURSALES-COUNT
               MOVE SL-INGRESO(SL-IDX) TO Monto-Neto
               MOVE SL-COSTO(SL-IDX) TO Monto-Costo
               PERFORM CALCULAR-MARGEN
               MOVE SPACES TO MARGEN-LINEA
               STRING "SUCURSAL " SL-SUCURSAL(SL-IDX)
                   " INGRESO $" Monto-Desp-1
                   " COSTO $" Monto-Desp-2
                   " MARGEN $" Monto-Desp-3
                   " " Pct-Desp "%"
                   DELIMITED BY SIZE INTO MARGEN-LINEA
               WRITE MARGEN-LINEA
           END-PERFORM.
           MOVE SPACES TO MARGEN-LINEA.
           WRITE MARGEN-LINEA.
           MOVE SPACES TO MARGEN-LINEA.
           STRING "RESUMEN POR TIPO DE TRABAJO (8 = NOTAS DE CREDITO)"
               DELIMITED BY SIZE INTO MARGEN-LINEA.
           WRITE MARGEN-LINEA.
           PERFORM VARYING TP-IDX FROM 1 BY 1 UNTIL TP-IDX > 10
               IF TP-TICKETS(TP-IDX) > 0
                   OR TP-INGRESO(TP-IDX) NOT = 0
                   OR TP-COSTO(TP-IDX) NOT = 0
                   PERFORM ESCRIBIR-LINEA-TIPO
               END-IF
           END-PERFORM.
           MOVE Total-Ingreso TO Monto-Neto.
           MOVE Total-Costo TO Monto-Costo.
           PERFORM CALCULAR-MARGEN.
           MOVE SPACES TO MARGEN-LINEA.
           STRING "TOTAL TICKETS " Total-Tickets
               " INGRESO $" Monto-Desp-1
               " COSTO $" Monto-Desp-2
               " MARGEN $" Monto-Desp-3
               " " Pct-Desp "%"
               DELIMITED BY SIZE INTO MARGEN-LINEA.
           WRITE MARGEN-LINEA.

       ESCRIBIR-LINEA-MARGEN.
           MOVE MG-INGRESO(MG-IDX) TO Monto-Neto.
           MOVE MG-COSTO(MG-IDX) TO Monto-Costo.
           PERFORM CALCULAR-MARGEN.
           MOVE SPACES TO MARGEN-LINEA.
           STRING MG-SUCURSAL(MG-IDX) "  "
               MG-TIPO-TRABAJO(MG-IDX) "    "
               MG-CLIENTE-ID(MG-IDX) "  "
               MG-TICKETS(MG-IDX) " "
               MG-HOJAS(MG-IDX) " "
               Monto-Desp-1 "   " Monto-Desp-2 "   "
               Monto-Desp-3 "  " Pct-Desp
               DELIMITED BY SIZE INTO MARGEN-LINEA.
           IF Monto-Margen < 0
               MOVE "BAJO COSTO" TO MARGEN-LINEA(96:10)
           END-IF.
           WRITE MARGEN-LINEA.
           ADD MG-TICKETS(MG-IDX) TO Total-Tickets.
           ADD MG-INGRESO(MG-IDX) TO Total-Ingreso.
           ADD MG-COSTO(MG-IDX) TO Total-Costo.
           SET TP-IDX TO MG-TIPO-TRABAJO(MG-IDX).
           SET TP-IDX UP BY 1.
           ADD MG-TICKETS(MG-IDX) TO TP-TICKETS(TP-IDX).
           ADD MG-HOJAS(MG-IDX) TO TP-HOJAS(TP-IDX).
           ADD MG-INGRESO(MG-IDX) TO TP-INGRESO(TP-IDX).
           ADD MG-COSTO(MG-IDX) TO TP-COSTO(TP-IDX).
           MOVE MG-SUCURSAL(MG-IDX) TO Sucursal-Registro.
           PERFORM UBICAR-SUCURSAL.
           IF Entrada-Encontrada = "Y"
               ADD MG-INGRESO(MG-IDX) TO SL-INGRESO(SL-IDX)
               ADD MG-COSTO(MG-IDX) TO SL-COSTO(SL-IDX)
           END-IF.

       ESCRIBIR-LINEA-TIPO.
           MOVE TP-INGRESO(TP-IDX) TO Monto-Neto.
           MOVE TP-COSTO(TP-IDX) TO Monto-Costo.
           PERFORM CALCULAR-MARGEN.
           SET Tipo-Registro TO TP-IDX.
           SUBTRACT 1 FROM Tipo-Registro.
           MOVE SPACES TO MARGEN-LINEA.
           STRING "TIPO " Tipo-Registro
               " TICKETS " TP-TICKETS(TP-IDX)
               " HOJAS " TP-HOJAS(TP-IDX)
               " INGRESO $" Monto-Desp-1
               " COSTO $" Monto-Desp-2
               " MARGEN $" Monto-Desp-3
               " " Pct-Desp "%"
               DELIMITED BY SIZE INTO MARGEN-LINEA.
           WRITE MARGEN-LINEA.

       BUSCAR-COSTO-ITEM.
           MOVE ZEROS TO Costo-Unitario.
           PERFORM VARYING IN-IDX FROM 1 BY 1
               UNTIL IN-IDX > INV-COUNT
               IF IV-ITEM-ID(IN-IDX) = Item-Costeo
                   AND IV-SUCURSAL(IN-IDX) = Sucursal-Costeo
                   MOVE IV-COSTO-PROMEDIO(IN-IDX) TO Costo-Unitario
                   MOVE INV-COUNT TO IN-IDX
               END-IF
           END-PERFORM.

       REVISAR-COTIZACIONES.
           MOVE SPACES TO MARGEN-LINEA.
           WRITE MARGEN-LINEA.
           MOVE SPACES TO MARGEN-LINEA.
           STRING "COTIZACIONES DEL PERIODO BAJO COSTO (COSTO "
               "PROMEDIO ACTUAL DE " Sucursal-Costeo ")"
               DELIMITED BY SIZE INTO MARGEN-LINEA.
           WRITE MARGEN-LINEA.
           MOVE ZEROS TO Cantidad-Bajo-Costo.
           MOVE "N" TO Fin-Archivo.
           OPEN INPUT COTIZACIONES-FILE.
           IF WS-Cotizaciones-Status = "00"
               PERFORM UNTIL Fin-Archivo = "Y"
                   READ COTIZACIONES-FILE
                       AT END
                           MOVE "Y" TO Fin-Archivo
                       NOT AT END
                           MOVE CZ-FECHA-EMISION(1:6)
                               TO Periodo-Registro
                           IF Periodo-Registro = Periodo-Reporte
                               PERFORM COSTEAR-COTIZACION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COTIZACIONES-FILE
           END-IF.
           MOVE "N" TO Fin-Archivo.
           MOVE SPACES TO MARGEN-LINEA.
           STRING "COTIZACIONES BAJO COSTO: " Cantidad-Bajo-Costo
               DELIMITED BY SIZE INTO MARGEN-LINEA.
           WRITE MARGEN-LINEA.

       COSTEAR-COTIZACION.
           IF CZ-TIPO-TRABAJO = 2 OR CZ-TIPO-TRABAJO = 4
               COMPUTE Hojas-Papel = (CZ-HOJAS + 1) / 2
           ELSE
               MOVE CZ-HOJAS TO Hojas-Papel
           END-IF.
           MOVE "PAPEL" TO Item-Costeo.
           PERFORM BUSCAR-COSTO-ITEM.
           COMPUTE Costo-Papel ROUNDED = Hojas-Papel * Costo-Unitario.
           IF CZ-TIPO-TRABAJO = 3 OR CZ-TIPO-TRABAJO = 4
               MOVE "TONERCOL" TO Item-Costeo
           ELSE
               MOVE "TONERBN" TO Item-Costeo
           END-IF.
           PERFORM BUSCAR-COSTO-ITEM.
           COMPUTE Costo-Toner ROUNDED = CZ-HOJAS * Costo-Unitario.
           COMPUTE Monto-Costo = Costo-Papel + Costo-Toner.
           COMPUTE Monto-Neto ROUNDED =
               CZ-TOTAL / (1 + Tasa-IVA / 100).
           IF Monto-Neto < Monto-Costo
               ADD 1 TO Cantidad-Bajo-Costo
               PERFORM CALCULAR-MARGEN
               MOVE SPACES TO MARGEN-LINEA
               STRING "COT " CZ-COTIZA-NRO
                   " CLI " CZ-CLIENTE-ID
                   " TIPO " CZ-TIPO-TRABAJO
                   " HOJAS " CZ-HOJAS
                   " EST " CZ-ESTADO
                   " NETO $" Monto-Desp-1
                   " COSTO $" Monto-Desp-2
                   " MARGEN $" Monto-Desp-3
                   DELIMITED BY SIZE INTO MARGEN-LINEA
               WRITE MARGEN-LINEA
           END-IF.

       ESCRIBIR-MERMAS.
           MOVE SPACES TO MARGEN-LINEA.
           WRITE MARGEN-LINEA.
           MOVE SPACES TO MARGEN-LINEA.
           STRING "AJUSTES DE INVENTARIO POR CONTEO (VALORIZADOS)"
               DELIMITED BY SIZE INTO MARGEN-LINEA.
           WRITE MARGEN-LINEA.
           MOVE ZEROS TO Total-Merma.
           MOVE ZEROS TO Cantidad-Ajustes.
           MOVE "N" TO Fin-Archivo.
           OPEN INPUT AJUSTES-INV-FILE.
           IF WS-Ajustes-Status = "00"
               PERFORM UNTIL Fin-Archivo = "Y"
                   READ AJUSTES-INV-FILE
                       AT END
                           MOVE "Y" TO Fin-Archivo
                       NOT AT END
                           MOVE AJ-FECHA(1:6) TO Periodo-Registro
                           IF Periodo-Registro = Periodo-Reporte
                               PERFORM ESCRIBIR-AJUSTE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AJUSTES-INV-FILE
           END-IF.
           MOVE "N" TO Fin-Archivo.
           PERFORM VARYING SL-IDX FROM 1 BY 1
               UNTIL SL-IDX > SUCURSALES-COUNT
               IF SL-MERMA(SL-IDX) NOT = 0
                   MOVE SL-MERMA(SL-IDX) TO Monto-Desp-1
                   MOVE SPACES TO MARGEN-LINEA
                   STRING "SUCURSAL " SL-SUCURSAL(SL-IDX)
                       " AJUSTE NETO $" Monto-Desp-1
                       DELIMITED BY SIZE INTO MARGEN-LINEA
                   WRITE MARGEN-LINEA
               END-IF
           END-PERFORM.
           MOVE Total-Merma TO Monto-Desp-1.
           MOVE SPACES TO MARGEN-LINEA.
           STRING "AJUSTES " Cantidad-Ajustes
               " AJUSTE NETO TOTAL $" Monto-Desp-1
               " (NEGATIVO = MERMA)"
               DELIMITED BY SIZE INTO MARGEN-LINEA.
           WRITE MARGEN-LINEA.

       ESCRIBIR-AJUSTE.
           ADD 1 TO Cantidad-Ajustes.
           ADD AJ-MONTO TO Total-Merma.
           MOVE AJ-SUCURSAL TO Sucursal-Registro.
           PERFORM UBICAR-SUCURSAL.
           IF Entrada-Encontrada = "Y"
               ADD AJ-MONTO TO SL-MERMA(SL-IDX)
           END-IF.
           MOVE AJ-MONTO TO Monto-Desp-1.
           MOVE AJ-STOCK-SISTEMA TO Cantidad-Desp-1.
           MOVE AJ-STOCK-CONTADO TO Cantidad-Desp-2.
           MOVE AJ-DIFERENCIA TO Cantidad-Desp-3.
           MOVE AJ-COSTO-UNIT TO Costo-Desp.
           MOVE SPACES TO MARGEN-LINEA.
           STRING AJ-FECHA " " AJ-SUCURSAL " " AJ-ITEM-ID
               " SISTEMA " Cantidad-Desp-1
               " CONTADO " Cantidad-Desp-2
               " DIF " Cantidad-Desp-3
               " COSTO " Costo-Desp
               " $" Monto-Desp-1
               " " AJ-OPERADOR
               DELIMITED BY SIZE INTO MARGEN-LINEA.
           WRITE MARGEN-LINEA.

       REGISTRAR-AUDITORIA.
           ACCEPT WS-Hora-Sistema FROM TIME.
           OPEN EXTEND AUDITORIA-FILE.
           IF WS-Auditoria-Status = "35"
               OPEN OUTPUT AUDITORIA-FILE
               CLOSE AUDITORIA-FILE
               OPEN EXTEND AUDITORIA-FILE
           END-IF.
           MOVE "REPORTE-MARGEN" TO AU-PROGRAMA.
           MOVE WS-Fecha-Sistema TO AU-FECHA.
           MOVE WS-Hora-Sistema TO AU-HORA.
           MOVE Operador TO AU-OPERADOR.
           MOVE Audit-Entrada TO AU-ENTRADA.
           MOVE Audit-Salida TO AU-SALIDA.
           WRITE AUDITORIA-RECORD.
           CLOSE AUDITORIA-FILE.
