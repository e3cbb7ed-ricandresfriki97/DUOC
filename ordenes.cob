       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORDENES-TRABAJO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORDENES-FILE ASSIGN TO "ORDENESTRAB.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Ordenes-Status.
           SELECT ORDENES-TMP-FILE ASSIGN TO "ORDTRABTMP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Ordentmp-Status.
           SELECT ORDENES-HIST-FILE ASSIGN TO "ORDENHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Ordenhist-Status.
           SELECT HOJAS-TRANS-FILE ASSIGN TO "HOJASTXN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Hojastxn-Status.
           SELECT LISTA-PRECIOS-FILE ASSIGN TO "PRECIOSHOJA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Precios-Status.
           SELECT PRODUCCION-RPT-FILE ASSIGN TO "PRODUCCION.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Produccion-Status.
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
       FD  ORDENES-FILE.
           COPY ORDENTRAB.
       FD  ORDENES-TMP-FILE.
       01  ORDEN-TMP-RECORD PIC X(86).
       FD  ORDENES-HIST-FILE.
           COPY ORDENEST.
       FD  HOJAS-TRANS-FILE.
           COPY HOJASTRANSF.
       FD  LISTA-PRECIOS-FILE.
           COPY LISTAPRECIOF.
       FD  PRODUCCION-RPT-FILE.
       01  PRODUCCION-LINEA PIC X(100).
       FD  OPERADORES-FILE.
           COPY OPERADOR.
       FD  AUDITORIA-FILE.
           COPY AUDITORIAF.
       FD  RECHAZOS-FILE.
           COPY RECHAZOF.

       WORKING-STORAGE SECTION.
       01 Modo-Operacion     PIC X VALUE "C".
       01 Fin-Archivo        PIC X VALUE "N".
       01 Orden-Nro          PIC 9(6) VALUE 0.
       01 Orden-Buscada      PIC 9(6) VALUE 0.
       01 Orden-Encontrada   PIC X VALUE "N".
       01 Ticket-Orden       PIC X(6) VALUE SPACES.
       01 Ord-Ticket         PIC X(6) VALUE SPACES.
       01 Ord-Origen         PIC X VALUE SPACE.
       01 Ord-Cotiza         PIC 9(6) VALUE 0.
       01 Ord-Cliente        PIC X(6) VALUE SPACES.
       01 Ord-Tipo           PIC 9 VALUE 0.
       01 Ord-Hojas          PIC 9(5) VALUE 0.
       01 Ord-Total          PIC S9(8) VALUE 0.
       01 Ord-Sucursal       PIC X(3) VALUE SPACES.
       01 Ord-Prioridad      PIC 9 VALUE 0.
       01 Ord-Promesa        PIC 9(8) VALUE 0.
       01 Ord-Estado         PIC X VALUE SPACE.
       01 Ord-Fecha-Alta     PIC 9(8) VALUE 0.
       01 Estado-Anterior    PIC X VALUE SPACE.
       01 Estado-Nuevo       PIC X VALUE SPACE.
       01 Estado-Consulta    PIC X VALUE SPACE.
       01 Estado-Texto       PIC X(14) VALUE SPACES.
       01 Transicion-Valida  PIC X VALUE "N".
       01 Glosa-Estado       PIC X(30) VALUE SPACES.
       01 Cliente-ID         PIC X(6) VALUE SPACES.
       01 Tipo-Trabajo       PIC 9 VALUE 1.
       01 Hojas              PIC S9(5) VALUE ZEROS.
       01 Hojas-Minimo-Orden PIC 9(5) VALUE 1000.
       01 Tarifa-Hoja        PIC 9(4) VALUE 20.
       01 Total              PIC S9(8) VALUE ZEROS.
       01 Sucursal-Orden     PIC X(3) VALUE "CEN".
       01 Fecha-Promesa      PIC 9(8) VALUE 0.
       01 Prioridad          PIC 9 VALUE 2.
       01 Dias-Entrega       PIC 9(3) VALUE 3.
       01 Dias-Promesa       PIC S9(9) VALUE 0.
       01 Dias-Atraso        PIC 9(4) VALUE 0.
       01 Fecha-Tablero      PIC 9(8) VALUE 0.
       01 Fecha-Manana       PIC 9(8) VALUE 0.
       01 Dias-Tablero       PIC S9(9) VALUE 0.
       01 ORDENES-TABLE.
           05 ORDEN-ENTRY OCCURS 500 TIMES INDEXED BY OR-IDX.
               10 TB-ORDEN-NRO      PIC 9(6).
               10 TB-SUCURSAL       PIC X(3).
               10 TB-CLIENTE-ID     PIC X(6).
               10 TB-HOJAS          PIC 9(5).
               10 TB-PRIORIDAD      PIC 9.
               10 TB-PROMESA        PIC 9(8).
               10 TB-ESTADO         PIC X.
       01 ORDENES-COUNT      PIC 9(4) VALUE 0.
       01 Ordenes-Desbordadas PIC X VALUE "N".
       01 SUCURSALES-TABLE.
           05 SUCURSAL-ENTRY OCCURS 20 TIMES INDEXED BY SC-IDX.
               10 SC-SUCURSAL       PIC X(3).
               10 SC-ABIERTAS       PIC 9(5).
               10 SC-HOJAS          PIC 9(9).
               10 SC-ATRASADAS      PIC 9(5).
               10 SC-MANANA         PIC 9(5).
       01 SUCURSALES-COUNT   PIC 9(4) VALUE 0.
       01 Sucursales-Desbordadas PIC X VALUE "N".
       01 Lineas-Sucursal    PIC 9(5) VALUE 0.
       01 Total-Abiertas     PIC 9(5) VALUE 0.
       01 Total-Atrasadas    PIC 9(5) VALUE 0.
       01 Total-Manana       PIC 9(5) VALUE 0.
       01 Cantidad-Historial PIC 9(5) VALUE 0.
       01 WS-Ordenes-Status     PIC XX VALUE "00".
       01 WS-Ordentmp-Status    PIC XX VALUE "00".
       01 WS-Ordenhist-Status   PIC XX VALUE "00".
       01 WS-Hojastxn-Status    PIC XX VALUE "00".
       01 WS-Precios-Status     PIC XX VALUE "00".
       01 WS-Produccion-Status  PIC XX VALUE "00".
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
           DISPLAY "Modo (C = Consultar orden, A = Abrir orden por ".
           DISPLAY "  ticket grande, E = Cambiar estado, ".
           DISPLAY "  T = Tablero de produccion por sucursal): ".
           ACCEPT Modo-Operacion.
           EVALUATE Modo-Operacion
               WHEN "A"
               WHEN "a"
                   PERFORM ABRIR-ORDEN-TICKET
               WHEN "E"
               WHEN "e"
                   PERFORM CAMBIAR-ESTADO-ORDEN
               WHEN "T"
               WHEN "t"
                   PERFORM TABLERO-PRODUCCION
               WHEN OTHER
                   PERFORM CONSULTAR-ORDEN
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
           MOVE "ORDENES-TRABAJO" TO AU-PROGRAMA.
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
           MOVE "ORDENES-TRABAJO" TO RZ-PROGRAMA.
           MOVE WS-Fecha-Sistema TO RZ-FECHA.
           MOVE WS-Hora-Sistema TO RZ-HORA.
           MOVE Operador TO RZ-OPERADOR.
           MOVE WS-Rechazo-Motivo TO RZ-MOTIVO.
           MOVE SPACES TO RZ-DETALLE.
           STRING "ORDEN=" Orden-Buscada " ESTADO=" Estado-Nuevo
               " HOJAS=" Hojas
               DELIMITED BY SIZE INTO RZ-DETALLE.
           MOVE "A" TO RZ-ESTADO.
           MOVE SPACES TO RZ-RESUELTO-POR.
           MOVE ZEROS TO RZ-FECHA-RESOL.
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
               WHEN 2
                   MOVE 30 TO Tarifa-Hoja
               WHEN 3
                   MOVE 35 TO Tarifa-Hoja
               WHEN 4
                   MOVE 50 TO Tarifa-Hoja
               WHEN OTHER
                   MOVE 20 TO Tarifa-Hoja
           END-EVALUATE.

       CALCULAR-TOTAL.
           IF Hojas > Tramo-Minimo
               PERFORM VENTA-HOJAS
           ELSE
               COMPUTE Total = Tarifa-Hoja * Hojas
           END-IF.

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

       PEDIR-PROMESA.
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

       ABRIR-ORDEN-TICKET.
           MOVE ZEROS TO Orden-Nro.
           MOVE ZEROS TO Orden-Buscada.
           MOVE "R" TO Estado-Nuevo.
           DISPLAY "Tipo de trabajo (1=B/N simple faz, ".
           DISPLAY "  2=B/N doble faz, 3=Color simple faz, ".
           DISPLAY "  4=Color doble faz): ".
           ACCEPT Tipo-Trabajo.
           DISPLAY "Cantidad de hojas: ".
           ACCEPT Hojas.
           IF Hojas < Hojas-Minimo-Orden
               MOVE "HOJAS BAJO MINIMO DE ORDEN" TO WS-Rechazo-Motivo
               PERFORM REGISTRAR-RECHAZO
               DISPLAY "Los trabajos de menos de " Hojas-Minimo-Orden
                   " hojas se atienden como ticket de meson."
           ELSE
               DISPLAY "Cliente (espacios = contado): "
               ACCEPT Cliente-ID
               DISPLAY "Sucursal que ejecuta el trabajo (ej. CEN): "
               ACCEPT Sucursal-Orden
               IF Sucursal-Orden = SPACES
                   MOVE "CEN" TO Sucursal-Orden
               END-IF
               MOVE Sucursal-Orden TO Sucursal-Actual
               MOVE WS-Fecha-Sistema TO Fecha-Precio
               PERFORM CARGAR-LISTA-PRECIOS
               IF Precios-Desbordados = "Y"
                   MOVE "LISTA DE PRECIOS EXCEDIDA"
                       TO WS-Rechazo-Motivo
                   PERFORM REGISTRAR-RECHAZO
                   DISPLAY "No se abre la orden: PRECIOSHOJA.DAT "
                       "excede la tabla de precios."
               ELSE
                   PERFORM DETERMINAR-TARIFA
                   PERFORM CALCULAR-TOTAL
                   PERFORM PEDIR-PROMESA
                   PERFORM OBTENER-PROXIMA-ORDEN
                   MOVE SPACES TO Ticket-Orden
                   STRING "O" Orden-Nro(2:5)
                       DELIMITED BY SIZE INTO Ticket-Orden
                   ACCEPT WS-Hora-Sistema FROM TIME
                   OPEN EXTEND ORDENES-FILE
                   IF WS-Ordenes-Status = "35"
                       OPEN OUTPUT ORDENES-FILE
                       CLOSE ORDENES-FILE
                       OPEN EXTEND ORDENES-FILE
                   END-IF
                   MOVE Orden-Nro TO OT-ORDEN-NRO
                   MOVE Ticket-Orden TO OT-TICKET-ID
                   MOVE "T" TO OT-ORIGEN
                   MOVE ZEROS TO OT-COTIZA-NRO
                   MOVE Cliente-ID TO OT-CLIENTE-ID
                   MOVE Tipo-Trabajo TO OT-TIPO-TRABAJO
                   MOVE Hojas TO OT-HOJAS
                   MOVE Total TO OT-TOTAL
                   MOVE Sucursal-Orden TO OT-SUCURSAL
                   MOVE Prioridad TO OT-PRIORIDAD
                   MOVE Fecha-Promesa TO OT-FECHA-PROMESA
                   MOVE "R" TO OT-ESTADO
                   MOVE WS-Fecha-Sistema TO OT-FECHA-ALTA
                   MOVE WS-Fecha-Sistema TO OT-FECHA-ESTADO
                   MOVE WS-Hora-Sistema TO OT-HORA-ESTADO
                   MOVE Operador TO OT-OPERADOR
                   WRITE ORDEN-TRABAJO-RECORD
                   CLOSE ORDENES-FILE
                   MOVE SPACE TO Estado-Anterior
                   MOVE "RECIBIDA POR TICKET GRANDE" TO Glosa-Estado
                   PERFORM REGISTRAR-CAMBIO-ESTADO
                   DISPLAY "\n\n------ ORDEN DE TRABAJO " Orden-Nro
                       " ------"
                   DISPLAY "Ticket " Ticket-Orden " cliente " Cliente-ID
                       " tipo " Tipo-Trabajo " hojas " Hojas
                   DISPLAY "Total: $" Total
                       " (se cobra al entregar)"
                   DISPLAY "Sucursal " Sucursal-Orden " prioridad "
                       Prioridad " entrega prometida el " Fecha-Promesa
               END-IF
           END-IF.
           MOVE SPACES TO Audit-Entrada.
           STRING "ABRE ORDEN HOJAS=" Hojas " TIPO=" Tipo-Trabajo
               DELIMITED BY SIZE INTO Audit-Entrada.
           MOVE SPACES TO Audit-Salida.
           STRING "ORDEN=" Orden-Nro " TOTAL=" Total
               DELIMITED BY SIZE INTO Audit-Salida.

       BUSCAR-ORDEN.
           MOVE "N" TO Orden-Encontrada.
           MOVE "N" TO Fin-Archivo.
           OPEN INPUT ORDENES-FILE.
           IF WS-Ordenes-Status = "00"
               PERFORM UNTIL Fin-Archivo = "Y"
                   READ ORDENES-FILE
                       AT END
                           MOVE "Y" TO Fin-Archivo
                       NOT AT END
                           IF OT-ORDEN-NRO = Orden-Buscada
                               MOVE "Y" TO Orden-Encontrada
                               MOVE OT-TICKET-ID TO Ord-Ticket
                               MOVE OT-ORIGEN TO Ord-Origen
                               MOVE OT-COTIZA-NRO TO Ord-Cotiza
                               MOVE OT-CLIENTE-ID TO Ord-Cliente
                               MOVE OT-TIPO-TRABAJO TO Ord-Tipo
                               MOVE OT-HOJAS TO Ord-Hojas
                               MOVE OT-TOTAL TO Ord-Total
                               MOVE OT-SUCURSAL TO Ord-Sucursal
                               MOVE OT-PRIORIDAD TO Ord-Prioridad
                               MOVE OT-FECHA-PROMESA TO Ord-Promesa
                               MOVE OT-ESTADO TO Ord-Estado
                               MOVE OT-FECHA-ALTA TO Ord-Fecha-Alta
                               MOVE "Y" TO Fin-Archivo
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ORDENES-FILE
           END-IF.
           MOVE "N" TO Fin-Archivo.

       DESCRIBIR-ESTADO.
           EVALUATE Estado-Consulta
               WHEN "R"
                   MOVE "RECIBIDA" TO Estado-Texto
               WHEN "P"
                   MOVE "EN PRODUCCION" TO Estado-Texto
               WHEN "L"
                   MOVE "LISTA" TO Estado-Texto
               WHEN "E"
                   MOVE "ENTREGADA" TO Estado-Texto
               WHEN "A"
                   MOVE "ANULADA" TO Estado-Texto
               WHEN OTHER
                   MOVE "DESCONOCIDO" TO Estado-Texto
           END-EVALUATE.

       CONSULTAR-ORDEN.
           DISPLAY "Numero de orden de trabajo: ".
           ACCEPT Orden-Buscada.
           PERFORM BUSCAR-ORDEN.
           IF Orden-Encontrada = "N"
               DISPLAY "Orden " Orden-Buscada " no existe."
           ELSE
               MOVE Ord-Estado TO Estado-Consulta
               PERFORM DESCRIBIR-ESTADO
               DISPLAY "Orden " Orden-Buscada " ticket " Ord-Ticket
                   " cliente " Ord-Cliente
               IF Ord-Origen = "C"
                   DISPLAY "  Desde cotizacion " Ord-Cotiza
               END-IF
               DISPLAY "  Tipo " Ord-Tipo " hojas " Ord-Hojas
                   " total $" Ord-Total
               DISPLAY "  Sucursal " Ord-Sucursal " prioridad "
                   Ord-Prioridad " recibida el " Ord-Fecha-Alta
               DISPLAY "  Estado: " Estado-Texto
                   " entrega prometida el " Ord-Promesa
               IF Ord-Estado NOT = "E" AND Ord-Estado NOT = "A"
                   AND Ord-Promesa < WS-Fecha-Sistema
                   COMPUTE Dias-Atraso =
                       FUNCTION INTEGER-OF-DATE(WS-Fecha-Sistema)
                       - FUNCTION INTEGER-OF-DATE(Ord-Promesa)
                   DISPLAY "  ATRASADA " Dias-Atraso " dias."
               END-IF
               PERFORM MOSTRAR-HISTORIAL-ORDEN
           END-IF.
           MOVE SPACES TO Audit-Entrada.
           STRING "CONSULTA ORDEN=" Orden-Buscada
               DELIMITED BY SIZE INTO Audit-Entrada.
           MOVE SPACES TO Audit-Salida.
           STRING "ENCONTRADA=" Orden-Encontrada
               " ESTADO=" Ord-Estado
               DELIMITED BY SIZE INTO Audit-Salida.

       MOSTRAR-HISTORIAL-ORDEN.
           MOVE ZEROS TO Cantidad-Historial.
           MOVE "N" TO Fin-Archivo.
           OPEN INPUT ORDENES-HIST-FILE.
           IF WS-Ordenhist-Status = "00"
               PERFORM UNTIL Fin-Archivo = "Y"
                   READ ORDENES-HIST-FILE
                       AT END
                           MOVE "Y" TO Fin-Archivo
                       NOT AT END
                           IF OE-ORDEN-NRO = Orden-Buscada
                               ADD 1 TO Cantidad-Historial
                               MOVE OE-ESTADO TO Estado-Consulta
                               PERFORM DESCRIBIR-ESTADO
                               DISPLAY "    " OE-FECHA " "
                                   OE-HORA " " Estado-Texto " "
                                   OE-OPERADOR " " OE-GLOSA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ORDENES-HIST-FILE
           END-IF.
           MOVE "N" TO Fin-Archivo.
           IF Cantidad-Historial = 0
               DISPLAY "    Sin cambios de estado registrados."
           END-IF.

       CAMBIAR-ESTADO-ORDEN.
           MOVE ZEROS TO Hojas.
           MOVE SPACE TO Estado-Nuevo.
           MOVE SPACE TO Estado-Anterior.
           DISPLAY "Numero de orden de trabajo: ".
           ACCEPT Orden-Buscada.
           PERFORM BUSCAR-ORDEN.
           IF Orden-Encontrada = "N"
               DISPLAY "Orden " Orden-Buscada " no existe."
               MOVE "ORDEN DE TRABAJO NO EXISTE" TO WS-Rechazo-Motivo
               PERFORM REGISTRAR-RECHAZO
           ELSE
               MOVE Ord-Hojas TO Hojas
               MOVE Ord-Estado TO Estado-Anterior
               IF Ord-Estado = "E" OR Ord-Estado = "A"
                   MOVE Ord-Estado TO Estado-Consulta
                   PERFORM DESCRIBIR-ESTADO
                   DISPLAY "Orden " Orden-Buscada
                       " cerrada, no admite cambios. Estado: "
                       Estado-Texto
                   MOVE "ORDEN DE TRABAJO YA CERRADA"
                       TO WS-Rechazo-Motivo
                   PERFORM REGISTRAR-RECHAZO
               ELSE
                   PERFORM PEDIR-NUEVO-ESTADO
               END-IF
           END-IF.
           MOVE SPACES TO Audit-Entrada.
           STRING "ESTADO ORDEN=" Orden-Buscada
               DELIMITED BY SIZE INTO Audit-Entrada.
           MOVE SPACES TO Audit-Salida.
           STRING "DE=" Estado-Anterior " A=" Estado-Nuevo
               " VALIDO=" Transicion-Valida
               DELIMITED BY SIZE INTO Audit-Salida.

       PEDIR-NUEVO-ESTADO.
           MOVE "N" TO Transicion-Valida.
           MOVE Ord-Estado TO Estado-Consulta.
           PERFORM DESCRIBIR-ESTADO.
           DISPLAY "Orden " Orden-Buscada " estado actual: "
               Estado-Texto.
           DISPLAY "Nuevo estado (P = En produccion, L = Lista, ".
           DISPLAY "  E = Entregada, A = Anulada): ".
           ACCEPT Estado-Nuevo.
           EVALUATE Estado-Nuevo
               WHEN "P"
               WHEN "p"
                   MOVE "P" TO Estado-Nuevo
                   IF Ord-Estado = "R"
                       MOVE "Y" TO Transicion-Valida
                       MOVE "EN PRODUCCION" TO Glosa-Estado
                   END-IF
               WHEN "L"
               WHEN "l"
                   MOVE "L" TO Estado-Nuevo
                   IF Ord-Estado = "P"
                       MOVE "Y" TO Transicion-Valida
                       MOVE "LISTA PARA RETIRO" TO Glosa-Estado
                   END-IF
               WHEN "E"
               WHEN "e"
                   MOVE "E" TO Estado-Nuevo
                   IF Ord-Estado = "L"
                       MOVE "Y" TO Transicion-Valida
                       MOVE SPACES TO Glosa-Estado
                       STRING "ENTREGADA TICKET " Ord-Ticket
                           " A LOTE"
                           DELIMITED BY SIZE INTO Glosa-Estado
                   END-IF
               WHEN "A"
               WHEN "a"
                   MOVE "A" TO Estado-Nuevo
                   IF Rol-Operador = "S"
                       MOVE "Y" TO Transicion-Valida
                       DISPLAY "Motivo de la anulacion: "
                       ACCEPT Glosa-Estado
                       IF Glosa-Estado = SPACES
                           MOVE "ANULADA" TO Glosa-Estado
                       END-IF
                   ELSE
                       DISPLAY "La anulacion de una orden requiere "
                           "rol de supervisor."
                   END-IF
           END-EVALUATE.
           IF Transicion-Valida = "N"
               DISPLAY "Cambio de estado no permitido: "
                   Ord-Estado " a " Estado-Nuevo "."
               MOVE "CAMBIO DE ESTADO INVALIDO" TO WS-Rechazo-Motivo
               PERFORM REGISTRAR-RECHAZO
           ELSE
               IF Estado-Nuevo = "E"
                   PERFORM EMITIR-TICKET-ORDEN
               END-IF
               ACCEPT WS-Hora-Sistema FROM TIME
               PERFORM MARCAR-ORDEN
               MOVE Orden-Buscada TO Orden-Nro
               PERFORM REGISTRAR-CAMBIO-ESTADO
               MOVE Estado-Nuevo TO Estado-Consulta
               PERFORM DESCRIBIR-ESTADO
               DISPLAY "Orden " Orden-Buscada " pasa a estado "
                   Estado-Texto
               IF Estado-Nuevo = "E"
                   DISPLAY "Ticket " Ord-Ticket " por $" Ord-Total
                       " emitido al lote para su cargo."
               END-IF
           END-IF.

       EMITIR-TICKET-ORDEN.
           OPEN EXTEND HOJAS-TRANS-FILE.
           IF WS-Hojastxn-Status = "35"
               OPEN OUTPUT HOJAS-TRANS-FILE
               CLOSE HOJAS-TRANS-FILE
               OPEN EXTEND HOJAS-TRANS-FILE
           END-IF.
           MOVE Ord-Ticket TO HT-TICKET-ID.
           MOVE Ord-Cliente TO HT-CLIENTE-ID.
           MOVE Ord-Tipo TO HT-TIPO-TRABAJO.
           MOVE Ord-Hojas TO HT-HOJAS.
           MOVE Ord-Sucursal TO HT-SUCURSAL.
           MOVE Ord-Fecha-Alta TO HT-FECHA.
           WRITE HOJAS-TRANS-RECORD.
           CLOSE HOJAS-TRANS-FILE.

       MARCAR-ORDEN.
           MOVE "N" TO Fin-Archivo.
           OPEN INPUT ORDENES-FILE.
           OPEN OUTPUT ORDENES-TMP-FILE.
           PERFORM UNTIL Fin-Archivo = "Y"
               READ ORDENES-FILE
                   AT END
                       MOVE "Y" TO Fin-Archivo
                   NOT AT END
                       IF OT-ORDEN-NRO = Orden-Buscada
                           MOVE Estado-Nuevo TO OT-ESTADO
                           MOVE WS-Fecha-Sistema TO OT-FECHA-ESTADO
                           MOVE WS-Hora-Sistema TO OT-HORA-ESTADO
                           MOVE Operador TO OT-OPERADOR
                       END-IF
                       MOVE SPACES TO ORDEN-TMP-RECORD
                       MOVE ORDEN-TRABAJO-RECORD TO ORDEN-TMP-RECORD
                       WRITE ORDEN-TMP-RECORD
               END-READ
           END-PERFORM.
           CLOSE ORDENES-FILE.
           CLOSE ORDENES-TMP-FILE.
           MOVE "N" TO Fin-Archivo.
           OPEN INPUT ORDENES-TMP-FILE.
           OPEN OUTPUT ORDENES-FILE.
           PERFORM UNTIL Fin-Archivo = "Y"
               READ ORDENES-TMP-FILE
                   AT END
                       MOVE "Y" TO Fin-Archivo
                   NOT AT END
                       MOVE ORDEN-TMP-RECORD TO ORDEN-TRABAJO-RECORD
                       WRITE ORDEN-TRABAJO-RECORD
               END-READ
           END-PERFORM.
           CLOSE ORDENES-TMP-FILE.
           CLOSE ORDENES-FILE.
           MOVE "N" TO Fin-Archivo.

       REGISTRAR-CAMBIO-ESTADO.
           OPEN EXTEND ORDENES-HIST-FILE.
           IF WS-Ordenhist-Status = "35"
               OPEN OUTPUT ORDENES-HIST-FILE
               CLOSE ORDENES-HIST-FILE
               OPEN EXTEND ORDENES-HIST-FILE
           END-IF.
           MOVE Orden-Nro TO OE-ORDEN-NRO.
           MOVE Estado-Anterior TO OE-ESTADO-ANT.
           MOVE Estado-Nuevo TO OE-ESTADO.
           MOVE WS-Fecha-Sistema TO OE-FECHA.
           MOVE WS-Hora-Sistema TO OE-HORA.
           MOVE Operador TO OE-OPERADOR.
           MOVE Glosa-Estado TO OE-GLOSA.
           WRITE ORDEN-ESTADO-RECORD.
           CLOSE ORDENES-HIST-FILE.

       TABLERO-PRODUCCION.
           DISPLAY "Fecha del tablero (AAAAMMDD, 0 = hoy): ".
           ACCEPT Fecha-Tablero.
           IF Fecha-Tablero = 0
               MOVE WS-Fecha-Sistema TO Fecha-Tablero
           END-IF.
           COMPUTE Dias-Tablero =
               FUNCTION INTEGER-OF-DATE(Fecha-Tablero) + 1.
           COMPUTE Fecha-Manana =
               FUNCTION DATE-OF-INTEGER(Dias-Tablero).
           PERFORM CARGAR-ORDENES-ABIERTAS.
           OPEN OUTPUT PRODUCCION-RPT-FILE.
           MOVE SPACES TO PRODUCCION-LINEA.
           STRING "TABLERO DE PRODUCCION AL " Fecha-Tablero
               " - ATRASADAS Y CON ENTREGA EL " Fecha-Manana
               DELIMITED BY SIZE INTO PRODUCCION-LINEA.
           WRITE PRODUCCION-LINEA.
           PERFORM VARYING SC-IDX FROM 1 BY 1
               UNTIL SC-IDX > SUCURSALES-COUNT
               PERFORM ESCRIBIR-SUCURSAL-TABLERO
           END-PERFORM.
           MOVE SPACES TO PRODUCCION-LINEA.
           WRITE PRODUCCION-LINEA.
           MOVE SPACES TO PRODUCCION-LINEA.
           STRING "TOTAL ORDENES ABIERTAS: " Total-Abiertas
               "  ATRASADAS: " Total-Atrasadas
               "  ENTREGA MANANA: " Total-Manana
               DELIMITED BY SIZE INTO PRODUCCION-LINEA.
           WRITE PRODUCCION-LINEA.
           IF Ordenes-Desbordadas = "Y"
               OR Sucursales-Desbordadas = "Y"
               MOVE SPACES TO PRODUCCION-LINEA
               STRING "ATENCION: tablero incompleto, tabla de "
                   "ordenes o de sucursales llena."
                   DELIMITED BY SIZE INTO PRODUCCION-LINEA
               WRITE PRODUCCION-LINEA
           END-IF.
           CLOSE PRODUCCION-RPT-FILE.
           DISPLAY "Tablero de produccion al " Fecha-Tablero
               ": abiertas " Total-Abiertas " atrasadas "
               Total-Atrasadas " manana " Total-Manana
               " (PRODUCCION.RPT).".
           MOVE SPACES TO Audit-Entrada.
           STRING "TABLERO PRODUCCION FECHA=" Fecha-Tablero
               DELIMITED BY SIZE INTO Audit-Entrada.
           MOVE SPACES TO Audit-Salida.
           STRING "ABIERTAS=" Total-Abiertas
               " ATRASO=" Total-Atrasadas
               " MANANA=" Total-Manana
               DELIMITED BY SIZE INTO Audit-Salida.

       CARGAR-ORDENES-ABIERTAS.
           MOVE ZEROS TO ORDENES-COUNT.
           MOVE ZEROS TO SUCURSALES-COUNT.
           MOVE ZEROS TO Total-Abiertas.
           MOVE ZEROS TO Total-Atrasadas.
           MOVE ZEROS TO Total-Manana.
           MOVE "N" TO Ordenes-Desbordadas.
           MOVE "N" TO Sucursales-Desbordadas.
           MOVE "N" TO Fin-Archivo.
           OPEN INPUT ORDENES-FILE.
           IF WS-Ordenes-Status = "00"
               PERFORM UNTIL Fin-Archivo = "Y"
                   READ ORDENES-FILE
                       AT END
                           MOVE "Y" TO Fin-Archivo
                       NOT AT END
                           IF OT-ESTADO = "R" OR OT-ESTADO = "P"
                               OR OT-ESTADO = "L"
                               PERFORM AGREGAR-ORDEN-ABIERTA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ORDENES-FILE
           END-IF.
           MOVE "N" TO Fin-Archivo.

       AGREGAR-ORDEN-ABIERTA.
           PERFORM VARYING SC-IDX FROM 1 BY 1
               UNTIL SC-IDX > SUCURSALES-COUNT
               OR SC-SUCURSAL(SC-IDX) = OT-SUCURSAL
               CONTINUE
           END-PERFORM.
           IF SC-IDX > SUCURSALES-COUNT
               IF SUCURSALES-COUNT < 20
                   ADD 1 TO SUCURSALES-COUNT
                   SET SC-IDX TO SUCURSALES-COUNT
                   MOVE OT-SUCURSAL TO SC-SUCURSAL(SC-IDX)
                   MOVE ZEROS TO SC-ABIERTAS(SC-IDX)
                   MOVE ZEROS TO SC-HOJAS(SC-IDX)
                   MOVE ZEROS TO SC-ATRASADAS(SC-IDX)
                   MOVE ZEROS TO SC-MANANA(SC-IDX)
               ELSE
                   MOVE "Y" TO Sucursales-Desbordadas
               END-IF
           END-IF.
           IF SC-IDX <= SUCURSALES-COUNT
               IF ORDENES-COUNT < 500
                   ADD 1 TO ORDENES-COUNT
                   SET OR-IDX TO ORDENES-COUNT
                   MOVE OT-ORDEN-NRO TO TB-ORDEN-NRO(OR-IDX)
                   MOVE OT-SUCURSAL TO TB-SUCURSAL(OR-IDX)
                   MOVE OT-CLIENTE-ID TO TB-CLIENTE-ID(OR-IDX)
                   MOVE OT-HOJAS TO TB-HOJAS(OR-IDX)
                   MOVE OT-PRIORIDAD TO TB-PRIORIDAD(OR-IDX)
                   MOVE OT-FECHA-PROMESA TO TB-PROMESA(OR-IDX)
                   MOVE OT-ESTADO TO TB-ESTADO(OR-IDX)
               ELSE
                   MOVE "Y" TO Ordenes-Desbordadas
               END-IF
               ADD 1 TO SC-ABIERTAS(SC-IDX)
               ADD 1 TO Total-Abiertas
               ADD OT-HOJAS TO SC-HOJAS(SC-IDX)
               IF OT-FECHA-PROMESA < Fecha-Tablero
                   ADD 1 TO SC-ATRASADAS(SC-IDX)
                   ADD 1 TO Total-Atrasadas
               END-IF
               IF OT-FECHA-PROMESA = Fecha-Manana
                   ADD 1 TO SC-MANANA(SC-IDX)
                   ADD 1 TO Total-Manana
               END-IF
           END-IF.

       ESCRIBIR-SUCURSAL-TABLERO.
           MOVE ZEROS TO Lineas-Sucursal.
           MOVE SPACES TO PRODUCCION-LINEA.
           WRITE PRODUCCION-LINEA.
           MOVE SPACES TO PRODUCCION-LINEA.
           STRING "SUCURSAL " SC-SUCURSAL(SC-IDX)
               "  ABIERTAS " SC-ABIERTAS(SC-IDX)
               "  HOJAS PENDIENTES " SC-HOJAS(SC-IDX)
               "  ATRASADAS " SC-ATRASADAS(SC-IDX)
               "  MANANA " SC-MANANA(SC-IDX)
               DELIMITED BY SIZE INTO PRODUCCION-LINEA.
           WRITE PRODUCCION-LINEA.
           PERFORM VARYING OR-IDX FROM 1 BY 1
               UNTIL OR-IDX > ORDENES-COUNT
               IF TB-SUCURSAL(OR-IDX) = SC-SUCURSAL(SC-IDX)
                   AND TB-PROMESA(OR-IDX) < Fecha-Tablero
                   COMPUTE Dias-Atraso =
                       FUNCTION INTEGER-OF-DATE(Fecha-Tablero)
                       - FUNCTION INTEGER-OF-DATE(TB-PROMESA(OR-IDX))
                   MOVE SPACES TO Glosa-Estado
                   STRING "ATRASADA " Dias-Atraso " DIAS"
                       DELIMITED BY SIZE INTO Glosa-Estado
                   PERFORM ESCRIBIR-LINEA-TABLERO
               END-IF
           END-PERFORM.
           PERFORM VARYING OR-IDX FROM 1 BY 1
               UNTIL OR-IDX > ORDENES-COUNT
               IF TB-SUCURSAL(OR-IDX) = SC-SUCURSAL(SC-IDX)
                   AND TB-PROMESA(OR-IDX) = Fecha-Manana
                   MOVE "ENTREGA MANANA" TO Glosa-Estado
                   PERFORM ESCRIBIR-LINEA-TABLERO
               END-IF
           END-PERFORM.
           IF Lineas-Sucursal = 0
               MOVE "  Sin ordenes atrasadas ni con entrega manana."
                   TO PRODUCCION-LINEA
               WRITE PRODUCCION-LINEA
           END-IF.

       ESCRIBIR-LINEA-TABLERO.
           ADD 1 TO Lineas-Sucursal.
           MOVE TB-ESTADO(OR-IDX) TO Estado-Consulta.
           PERFORM DESCRIBIR-ESTADO.
           MOVE SPACES TO PRODUCCION-LINEA.
           STRING "  OT " TB-ORDEN-NRO(OR-IDX)
               " " Estado-Texto
               " CLIENTE " TB-CLIENTE-ID(OR-IDX)
               " HOJAS " TB-HOJAS(OR-IDX)
               " PRIOR " TB-PRIORIDAD(OR-IDX)
               " PROMESA " TB-PROMESA(OR-IDX)
               " " Glosa-Estado
               DELIMITED BY SIZE INTO PRODUCCION-LINEA.
           WRITE PRODUCCION-LINEA.
