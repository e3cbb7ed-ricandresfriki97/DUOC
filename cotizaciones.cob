           SELECT COTIZA-TMP-FILE ASSIGN TO "COTIZTMP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Cotiztmp-Status.
           SELECT ORDENES-FILE ASSIGN TO "ORDENESTRAB.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Ordenes-Status.
           SELECT ORDENES-HIST-FILE ASSIGN TO "ORDENHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Ordenhist-Status.
           SELECT IVA-CONFIG-FILE ASSIGN TO "IVACONFIG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Ivaconfig-Status.
           SELECT RECHAZOS-FILE ASSIGN TO "RECHAZOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Rechazos-Status.
           SELECT LISTA-PRECIOS-FILE ASSIGN TO "PRECIOSHOJA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Precios-Status.

       DATA DIVISION.
       FILE SECTION.
           COPY COTIZAF.
       FD  COTIZA-TMP-FILE.
       01  COTIZA-TMP-RECORD PIC X(60).
       FD  ORDENES-FILE.
           COPY ORDENTRAB.
       FD  ORDENES-HIST-FILE.
           COPY ORDENEST.
       FD  IVA-CONFIG-FILE.
           COPY IVACONFIG.
       FD  OPERADORES-FILE.
           COPY AUDITORIAF.
       FD  RECHAZOS-FILE.
           COPY RECHAZOF.
       FD  LISTA-PRECIOS-FILE.
           COPY LISTAPRECIOF.

       WORKING-STORAGE SECTION.
       01 Modo-Operacion  PIC X VALUE "C".
       01 Cot-Vence       PIC 9(8) VALUE 0.
       01 Estado-Final    PIC X VALUE SPACE.
       01 Emision-Hecha   PIC X VALUE "N".
       01 Orden-Nro       PIC 9(6) VALUE 0.
       01 Sucursal-Orden  PIC X(3) VALUE "CEN".
       01 Fecha-Promesa   PIC 9(8) VALUE 0.
       01 Prioridad       PIC 9 VALUE 2.
       01 Dias-Entrega    PIC 9(3) VALUE 3.
       01 Dias-Promesa    PIC S9(9) VALUE 0.
       01 Cantidad-Vigentes PIC 9(5) VALUE 0.
       01 Tasa-IVA        PIC 99V99 VALUE 19.
       01 Monto-Neto      PIC S9(8)V99 VALUE ZEROS.
       01 Tasa-IVA-Desp   PIC Z9.99.
       01 WS-Cotizaciones-Status PIC XX VALUE "00".
       01 WS-Cotiztmp-Status     PIC XX VALUE "00".
       01 WS-Ordenes-Status      PIC XX VALUE "00".
       01 WS-Ordenhist-Status    PIC XX VALUE "00".
       01 WS-Ivaconfig-Status    PIC XX VALUE "00".
       01 WS-Operadores-Status   PIC XX VALUE "00".
       01 WS-Auditoria-Status    PIC XX VALUE "00".
       01 Operador           PIC X(10) VALUE SPACES.
       01 Audit-Entrada      PIC X(40) VALUE SPACES.
       01 Audit-Salida       PIC X(40) VALUE SPACES.
       01 WS-Precios-Status  PIC XX VALUE "00".
       01 PRECIOS-TABLE.
           05 PRECIO-ENTRY OCCURS 100 TIMES INDEXED BY LP-IDX.
               10 PE-TIPO-TRABAJO  PIC 9.
               10 PE-SUCURSAL      PIC X(3).
               10 PE-FECHA-DESDE   PIC 9(8).
               10 PE-PRECIO-HOJA   PIC 9(4).
               10 PE-TRAMO-MINIMO  PIC 9(5).
               10 PE-TRAMO1-HASTA  PIC 9(5).
               10 PE-TRAMO1-PCT    PIC 999.
               10 PE-TRAMO2-HASTA  PIC 9(5).
               10 PE-TRAMO2-PCT    PIC 999.
               10 PE-TRAMO3-PCT    PIC 999.
       01 PRECIOS-COUNT      PIC 9(4) VALUE 0.
       01 Precios-Desbordados PIC X VALUE "N".
       01 Sucursal-Actual    PIC X(3) VALUE "CEN".
       01 Fecha-Precio       PIC 9(8) VALUE 0.
       01 Precio-Posicion    PIC 9(4) VALUE 0.
       01 Precio-Mejor-Fecha PIC 9(8) VALUE 0.
       01 Precio-Especifico  PIC X VALUE "N".
       01 Tramo-Minimo       PIC 9(5) VALUE 30.
       01 Tramo1-Hasta       PIC 9(5) VALUE 100.
       01 Tramo1-Pct         PIC 999 VALUE 90.
       01 Tramo2-Hasta       PIC 9(5) VALUE 500.
       01 Tramo2-Pct         PIC 999 VALUE 80.
       01 Tramo3-Pct         PIC 999 VALUE 65.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           WRITE RECHAZO-RECORD.
           CLOSE RECHAZOS-FILE.

       CARGAR-LISTA-PRECIOS.
           MOVE ZEROS TO PRECIOS-COUNT.
           MOVE "N" TO Precios-Desbordados.
           MOVE "N" TO Fin-Archivo.
           OPEN INPUT LISTA-PRECIOS-FILE.
           IF WS-Precios-Status = "00"
               PERFORM UNTIL Fin-Archivo = "Y"
                   READ LISTA-PRECIOS-FILE
                       AT END
                           MOVE "Y" TO Fin-Archivo
                       NOT AT END
                           IF LP-TIPO-TRABAJO = Tipo-Trabajo
                               AND (LP-SUCURSAL = Sucursal-Actual
                                 OR LP-SUCURSAL = SPACES)
                               AND LP-FECHA-DESDE <= Fecha-Precio
                               PERFORM CARGAR-ENTRADA-PRECIO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LISTA-PRECIOS-FILE
           END-IF.
           MOVE "N" TO Fin-Archivo.
           IF Precios-Desbordados = "Y"
               DISPLAY "ATENCION: mas de 100 precios vigentes en "
                   "PRECIOSHOJA.DAT para el trabajo."
           END-IF.

       CARGAR-ENTRADA-PRECIO.
           IF PRECIOS-COUNT < 100
               ADD 1 TO PRECIOS-COUNT
               SET LP-IDX TO PRECIOS-COUNT
               MOVE LP-TIPO-TRABAJO TO PE-TIPO-TRABAJO(LP-IDX)
               MOVE LP-SUCURSAL TO PE-SUCURSAL(LP-IDX)
               MOVE LP-FECHA-DESDE TO PE-FECHA-DESDE(LP-IDX)
               MOVE LP-PRECIO-HOJA TO PE-PRECIO-HOJA(LP-IDX)
               MOVE LP-TRAMO-MINIMO TO PE-TRAMO-MINIMO(LP-IDX)
               MOVE LP-TRAMO1-HASTA TO PE-TRAMO1-HASTA(LP-IDX)
               MOVE LP-TRAMO1-PCT TO PE-TRAMO1-PCT(LP-IDX)
               MOVE LP-TRAMO2-HASTA TO PE-TRAMO2-HASTA(LP-IDX)
               MOVE LP-TRAMO2-PCT TO PE-TRAMO2-PCT(LP-IDX)
               MOVE LP-TRAMO3-PCT TO PE-TRAMO3-PCT(LP-IDX)
           ELSE
               MOVE "Y" TO Precios-Desbordados
           END-IF.

       DETERMINAR-TARIFA.
           MOVE ZEROS TO Precio-Posicion.
           MOVE ZEROS TO Precio-Mejor-Fecha.
           MOVE "N" TO Precio-Especifico.
           PERFORM VARYING LP-IDX FROM 1 BY 1
               UNTIL LP-IDX > PRECIOS-COUNT
               IF PE-TIPO-TRABAJO(LP-IDX) = Tipo-Trabajo
                   AND PE-FECHA-DESDE(LP-IDX) <= Fecha-Precio
                   IF PE-SUCURSAL(LP-IDX) = Sucursal-Actual
                       IF Precio-Especifico = "N"
                           OR PE-FECHA-DESDE(LP-IDX)
                               >= Precio-Mejor-Fecha
                           MOVE "Y" TO Precio-Especifico
                           MOVE PE-FECHA-DESDE(LP-IDX)
                               TO Precio-Mejor-Fecha
                           SET Precio-Posicion TO LP-IDX
                       END-IF
                   END-IF
                   IF PE-SUCURSAL(LP-IDX) = SPACES
                       AND Precio-Especifico = "N"
                       AND PE-FECHA-DESDE(LP-IDX)
                           >= Precio-Mejor-Fecha
                       MOVE PE-FECHA-DESDE(LP-IDX)
                           TO Precio-Mejor-Fecha
                       SET Precio-Posicion TO LP-IDX
                   END-IF
               END-IF
           END-PERFORM.
           IF Precio-Posicion > 0
               SET LP-IDX TO Precio-Posicion
               MOVE PE-PRECIO-HOJA(LP-IDX) TO Tarifa-Hoja
               MOVE PE-TRAMO-MINIMO(LP-IDX) TO Tramo-Minimo
               MOVE PE-TRAMO1-HASTA(LP-IDX) TO Tramo1-Hasta
               MOVE PE-TRAMO1-PCT(LP-IDX) TO Tramo1-Pct
               MOVE PE-TRAMO2-HASTA(LP-IDX) TO Tramo2-Hasta
               MOVE PE-TRAMO2-PCT(LP-IDX) TO Tramo2-Pct
               MOVE PE-TRAMO3-PCT(LP-IDX) TO Tramo3-Pct
           ELSE
               PERFORM DETERMINAR-TARIFA-BASE
           END-IF.

       DETERMINAR-TARIFA-BASE.
           MOVE 30 TO Tramo-Minimo.
           MOVE 100 TO Tramo1-Hasta.
           MOVE 90 TO Tramo1-Pct.
           MOVE 500 TO Tramo2-Hasta.
           MOVE 80 TO Tramo2-Pct.
           MOVE 65 TO Tramo3-Pct.
           EVALUATE Tipo-Trabajo
               WHEN 1
                   MOVE 20 TO Tarifa-Hoja
           END-EVALUATE.

       CALCULAR-TOTAL.
           IF Hojas > Tramo-Minimo
               PERFORM VENTA-HOJAS
           ELSE
               COMPUTE Total = Tarifa-Hoja * Hojas

       VENTA-HOJAS.
           EVALUATE TRUE
               WHEN Hojas <= Tramo1-Hasta
                   COMPUTE Total =
                       Hojas * Tarifa-Hoja * Tramo1-Pct / 100
               WHEN Hojas <= Tramo2-Hasta
                   COMPUTE Total =
                       Hojas * Tarifa-Hoja * Tramo2-Pct / 100
               WHEN OTHER
                   COMPUTE Total =
                       Hojas * Tarifa-Hoja * Tramo3-Pct / 100
           END-EVALUATE.

       CALCULAR-DESGLOSE-IVA.
               IF Dias-Vigencia = 0
                   MOVE 30 TO Dias-Vigencia
               END-IF
               DISPLAY "Sucursal que cotiza (ej. CEN): "
               ACCEPT Sucursal-Actual
               IF Sucursal-Actual = SPACES
                   MOVE "CEN" TO Sucursal-Actual
               END-IF
               ACCEPT WS-Fecha-Sistema FROM DATE YYYYMMDD
               MOVE WS-Fecha-Sistema TO Fecha-Precio
               PERFORM CARGAR-LISTA-PRECIOS
               IF Precios-Desbordados = "Y"
                   MOVE "LISTA DE PRECIOS EXCEDIDA"
                       TO WS-Rechazo-Motivo
                   PERFORM REGISTRAR-RECHAZO
                   DISPLAY "No se cotiza: PRECIOSHOJA.DAT excede "
                       "la tabla de precios."
               ELSE
                   PERFORM DETERMINAR-TARIFA
                   PERFORM CALCULAR-TOTAL
                   PERFORM CALCULAR-DESGLOSE-IVA
                   COMPUTE Dias-Emision =
                       FUNCTION INTEGER-OF-DATE(WS-Fecha-Sistema)
                       + Dias-Vigencia
                   COMPUTE Fecha-Vence =
                       FUNCTION DATE-OF-INTEGER(Dias-Emision)
                   PERFORM OBTENER-PROXIMA-COTIZA
                   PERFORM ESCRIBIR-COTIZACION
                   MOVE Tasa-IVA TO Tasa-IVA-Desp
                   DISPLAY "\n\n------ COTIZACION " Cotiza-Nro
                       " ------"
                   DISPLAY "Tipo de trabajo: " Tipo-Trabajo
                       " Hojas: " Hojas
                   DISPLAY "Precio por hoja: $" Tarifa-Hoja
                       " (lista " Sucursal-Actual " al " Fecha-Precio
                       ")"
                   DISPLAY "Neto $" Monto-Neto
                   DISPLAY "IVA (" Tasa-IVA-Desp "%) $" Monto-IVA
                   DISPLAY "Total cotizado: $" Total
                   DISPLAY "Valida hasta el " Fecha-Vence
               END-IF
           END-IF.
           MOVE SPACES TO Audit-Entrada.
           STRING "COTIZA TIPO=" Tipo-Trabajo " HOJAS=" Hojas
                       " vencio el " Cot-Vence
                       "; cotice de nuevo."
               ELSE
                   PERFORM ABRIR-ORDEN-COTIZADA
                   MOVE "U" TO Estado-Final
                   PERFORM MARCAR-COTIZACION
                   MOVE "Y" TO Emision-Hecha
                   DISPLAY "Orden de trabajo " Orden-Nro
                       " abierta por la cotizacion " Cotiza-Buscada
                       " a $" Cot-Total " (precio garantizado)."
                   DISPLAY "Sucursal " Sucursal-Orden
                       " entrega prometida el " Fecha-Promesa
                       "; el cargo se emite al entregar."
               END-IF
           END-IF.
           MOVE SPACES TO Audit-Entrada.
           STRING "CONVIERTE COTIZA=" Cotiza-Buscada
               DELIMITED BY SIZE INTO Audit-Entrada.
           MOVE SPACES TO Audit-Salida.
           STRING "EMITIDO=" Emision-Hecha " ORDEN=" Orden-Nro
               DELIMITED BY SIZE INTO Audit-Salida.

       BUSCAR-COTIZACION.
           END-IF.
           MOVE "N" TO Fin-Archivo.

       ABRIR-ORDEN-COTIZADA.
           DISPLAY "Sucursal que ejecuta el trabajo (ej. CEN): ".
           ACCEPT Sucursal-Orden.
           IF Sucursal-Orden = SPACES
               MOVE "CEN" TO Sucursal-Orden
           END-IF.
           COMPUTE Dias-Promesa =
               FUNCTION INTEGER-OF-DATE(WS-Fecha-Sistema)
               + Dias-Entrega.
           DISPLAY "Fecha de entrega prometida (AAAAMMDD, 0 = "
               "en " Dias-Entrega " dias): ".
           ACCEPT Fecha-Promesa.
           IF Fecha-Promesa = 0
               COMPUTE Fecha-Promesa =
                   FUNCTION DATE-OF-INTEGER(Dias-Promesa)
           END-IF.
           IF Fecha-Promesa < WS-Fecha-Sistema
               COMPUTE Fecha-Promesa =
                   FUNCTION DATE-OF-INTEGER(Dias-Promesa)
               DISPLAY "Fecha prometida anterior a hoy; se "
                   "promete el " Fecha-Promesa "."
           END-IF.
           DISPLAY "Prioridad (1 = Urgente, 2 = Normal, 3 = Baja): ".
           ACCEPT Prioridad.
           IF Prioridad < 1 OR Prioridad > 3
               MOVE 2 TO Prioridad
           END-IF.
           PERFORM OBTENER-PROXIMA-ORDEN.
           ACCEPT WS-Hora-Sistema FROM TIME.
           OPEN EXTEND ORDENES-FILE.
           IF WS-Ordenes-Status = "35"
               OPEN OUTPUT ORDENES-FILE
               CLOSE ORDENES-FILE
               OPEN EXTEND ORDENES-FILE
           END-IF.
           MOVE Orden-Nro TO OT-ORDEN-NRO.
           MOVE Cotiza-Buscada TO OT-TICKET-ID.
           MOVE "C" TO OT-ORIGEN.
           MOVE Cotiza-Buscada TO OT-COTIZA-NRO.
           MOVE Cot-Cliente TO OT-CLIENTE-ID.
           MOVE Cot-Tipo TO OT-TIPO-TRABAJO.
           MOVE Cot-Hojas TO OT-HOJAS.
           MOVE Cot-Total TO OT-TOTAL.
           MOVE Sucursal-Orden TO OT-SUCURSAL.
           MOVE Prioridad TO OT-PRIORIDAD.
           MOVE Fecha-Promesa TO OT-FECHA-PROMESA.
           MOVE "R" TO OT-ESTADO.
           MOVE WS-Fecha-Sistema TO OT-FECHA-ALTA.
           MOVE WS-Fecha-Sistema TO OT-FECHA-ESTADO.
           MOVE WS-Hora-Sistema TO OT-HORA-ESTADO.
           MOVE Operador TO OT-OPERADOR.
           WRITE ORDEN-TRABAJO-RECORD.
           CLOSE ORDENES-FILE.
           OPEN EXTEND ORDENES-HIST-FILE.
           IF WS-Ordenhist-Status = "35"
               OPEN OUTPUT ORDENES-HIST-FILE
               CLOSE ORDENES-HIST-FILE
               OPEN EXTEND ORDENES-HIST-FILE
           END-IF.
           MOVE Orden-Nro TO OE-ORDEN-NRO.
           MOVE SPACE TO OE-ESTADO-ANT.
           MOVE "R" TO OE-ESTADO.
           MOVE WS-Fecha-Sistema TO OE-FECHA.
           MOVE WS-Hora-Sistema TO OE-HORA.
           MOVE Operador TO OE-OPERADOR.
           MOVE "RECIBIDA DESDE COTIZACION" TO OE-GLOSA.
           WRITE ORDEN-ESTADO-RECORD.
           CLOSE ORDENES-HIST-FILE.

       OBTENER-PROXIMA-ORDEN.
           MOVE ZEROS TO Orden-Nro.
           MOVE "N" TO Fin-Archivo.
           OPEN INPUT ORDENES-FILE.
           IF WS-Ordenes-Status = "00"
               PERFORM UNTIL Fin-Archivo = "Y"
                   READ ORDENES-FILE
                       AT END
                           MOVE "Y" TO Fin-Archivo
                       NOT AT END
                           IF OT-ORDEN-NRO > Orden-Nro
                               MOVE OT-ORDEN-NRO TO Orden-Nro
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ORDENES-FILE
           END-IF.
           ADD 1 TO Orden-Nro.
           MOVE "N" TO Fin-Archivo.

       MARCAR-COTIZACION.
           MOVE "N" TO Fin-Archivo.
