           SELECT AUDITORIA-FILE ASSIGN TO "AUDITORIA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Auditoria-Status.
           SELECT AJUSTES-INV-FILE ASSIGN TO "AJUSTESINV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Ajustes-Status.

       DATA DIVISION.
       FILE SECTION.
           COPY INVENTARIO.
       FD  AUDITORIA-FILE.
           COPY AUDITORIAF.
       FD  AJUSTES-INV-FILE.
           COPY AJUSTEINV.

       WORKING-STORAGE SECTION.
       01 INVENTARIO-TABLE.
               10 IV-PUNTO-REORDEN  PIC 9(7).
               10 IV-UNIDAD         PIC X(10).
               10 IV-SUCURSAL       PIC X(3).
               10 IV-COSTO-PROMEDIO PIC 9(5)V9(4).
       01 INV-COUNT       PIC 9(4) VALUE 0.
       01 Sucursal-Actual PIC X(3) VALUE "CEN".
       01 Modo-Operacion  PIC X VALUE "C".
       01 Reorden-Item    PIC 9(7) VALUE 0.
       01 WS-Inventario-Status PIC XX VALUE "00".
       01 WS-Auditoria-Status  PIC XX VALUE "00".
       01 WS-Ajustes-Status    PIC XX VALUE "00".
       01 Costo-Unitario     PIC 9(5)V9(4) VALUE 0.
       01 Stock-Sistema      PIC S9(9) VALUE 0.
       01 Diferencia-Conteo  PIC S9(9) VALUE 0.
       01 Monto-Ajuste       PIC S9(11)V99 VALUE 0.
       01 Valor-Existente    PIC S9(13)V9(4) VALUE 0.
       01 Valor-Recibido     PIC S9(13)V9(4) VALUE 0.
       01 Unidades-Valorizadas PIC S9(9) VALUE 0.
       01 Costo-Desp         PIC ZZZZ9.9999.
       01 Monto-Desp         PIC -(10)9.99.
       01 Valor-Item         PIC S9(11)V99 VALUE 0.
       01 Valor-Total        PIC S9(11)V99 VALUE 0.
       01 WS-Fecha-Sistema   PIC 9(8) VALUE 0.
       01 WS-Hora-Sistema    PIC 9(8) VALUE 0.
       01 Operador           PIC X(10) VALUE SPACES.
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
               MOVE IV-PUNTO-REORDEN(IN-IDX) TO IN-PUNTO-REORDEN
               MOVE IV-UNIDAD(IN-IDX) TO IN-UNIDAD
               MOVE IV-SUCURSAL(IN-IDX) TO IN-SUCURSAL
               MOVE IV-COSTO-PROMEDIO(IN-IDX) TO IN-COSTO-PROMEDIO
               WRITE INVENTARIO-RECORD
           END-PERFORM.
           CLOSE INVENTARIO-FILE.
               MOVE Reorden-Item TO IV-PUNTO-REORDEN(IN-IDX)
               MOVE Unidad-Item TO IV-UNIDAD(IN-IDX)
               MOVE Sucursal-Actual TO IV-SUCURSAL(IN-IDX)
               MOVE ZEROS TO IV-COSTO-PROMEDIO(IN-IDX)
               MOVE "Y" TO Item-Encontrado
           ELSE
               DISPLAY "Inventario lleno, no se puede crear."
               ACCEPT WS-Cantidad-Input
               COMPUTE Cantidad-Movimiento =
                   FUNCTION NUMVAL(WS-Cantidad-Input)
               MOVE IV-COSTO-PROMEDIO(IN-IDX) TO Costo-Desp
               DISPLAY "Costo unitario (0 = mantener "
                   Costo-Desp "): "
               ACCEPT WS-Cantidad-Input
               COMPUTE Costo-Unitario =
                   FUNCTION NUMVAL(WS-Cantidad-Input)
               IF Costo-Unitario > 0 AND Cantidad-Movimiento > 0
                   PERFORM CALCULAR-COSTO-PROMEDIO
               END-IF
               ADD Cantidad-Movimiento TO IV-STOCK(IN-IDX)
               DISPLAY "Item " Item-Buscado " stock actual: "
                   IV-STOCK(IN-IDX)
               MOVE IV-COSTO-PROMEDIO(IN-IDX) TO Costo-Desp
               DISPLAY "Costo promedio: $" Costo-Desp
           END-IF.
           MOVE SPACES TO Audit-Entrada.
           STRING "RECEPCION ITEM=" Item-Buscado
           STRING "CANTIDAD=" Cantidad-Movimiento
               DELIMITED BY SIZE INTO Audit-Salida.

       CALCULAR-COSTO-PROMEDIO.
           IF IV-STOCK(IN-IDX) > 0
               AND IV-COSTO-PROMEDIO(IN-IDX) > 0
               COMPUTE Valor-Existente =
                   IV-STOCK(IN-IDX) * IV-COSTO-PROMEDIO(IN-IDX)
               COMPUTE Valor-Recibido =
                   Cantidad-Movimiento * Costo-Unitario
               COMPUTE Valor-Existente =
                   Valor-Existente + Valor-Recibido
               COMPUTE Unidades-Valorizadas =
                   IV-STOCK(IN-IDX) + Cantidad-Movimiento
               COMPUTE IV-COSTO-PROMEDIO(IN-IDX) ROUNDED =
                   Valor-Existente / Unidades-Valorizadas
           ELSE
               MOVE Costo-Unitario TO IV-COSTO-PROMEDIO(IN-IDX)
           END-IF.

       AJUSTAR-STOCK.
           DISPLAY "Item (ej. PAPEL, TONERBN, TONERCOL): ".
           ACCEPT Item-Buscado.
               ACCEPT WS-Cantidad-Input
               COMPUTE Cantidad-Movimiento =
                   FUNCTION NUMVAL(WS-Cantidad-Input)
               MOVE IV-STOCK(IN-IDX) TO Stock-Sistema
               COMPUTE Diferencia-Conteo =
                   Cantidad-Movimiento - Stock-Sistema
               COMPUTE Monto-Ajuste ROUNDED =
                   Diferencia-Conteo * IV-COSTO-PROMEDIO(IN-IDX)
               MOVE Cantidad-Movimiento TO IV-STOCK(IN-IDX)
               DISPLAY "Item " Item-Buscado " ajustado a: "
                   IV-STOCK(IN-IDX)
               MOVE IV-COSTO-PROMEDIO(IN-IDX) TO Costo-Desp
               MOVE Monto-Ajuste TO Monto-Desp
               DISPLAY "Diferencia " Diferencia-Conteo
                   " a costo $" Costo-Desp " = $" Monto-Desp
               IF Diferencia-Conteo NOT = 0
                   PERFORM REGISTRAR-AJUSTE
               END-IF
           END-IF.
           MOVE SPACES TO Audit-Entrada.
           STRING "AJUSTE ITEM=" Item-Buscado
               DELIMITED BY SIZE INTO Audit-Entrada.
           MOVE Monto-Ajuste TO Monto-Desp.
           MOVE SPACES TO Audit-Salida.
           STRING "CONTADO=" Cantidad-Movimiento
               " MONTO=" Monto-Desp
               DELIMITED BY SIZE INTO Audit-Salida.

       REGISTRAR-AJUSTE.
           ACCEPT WS-Fecha-Sistema FROM DATE YYYYMMDD.
           ACCEPT WS-Hora-Sistema FROM TIME.
           OPEN EXTEND AJUSTES-INV-FILE.
           IF WS-Ajustes-Status = "35"
               OPEN OUTPUT AJUSTES-INV-FILE
               CLOSE AJUSTES-INV-FILE
               OPEN EXTEND AJUSTES-INV-FILE
           END-IF.
           MOVE WS-Fecha-Sistema TO AJ-FECHA.
           MOVE WS-Hora-Sistema TO AJ-HORA.
           MOVE Sucursal-Actual TO AJ-SUCURSAL.
           MOVE Item-Buscado TO AJ-ITEM-ID.
           MOVE Stock-Sistema TO AJ-STOCK-SISTEMA.
           MOVE Cantidad-Movimiento TO AJ-STOCK-CONTADO.
           MOVE Diferencia-Conteo TO AJ-DIFERENCIA.
           MOVE IV-COSTO-PROMEDIO(IN-IDX) TO AJ-COSTO-UNIT.
           MOVE Monto-Ajuste TO AJ-MONTO.
           MOVE Operador TO AJ-OPERADOR.
           WRITE AJUSTE-INV-RECORD.
           CLOSE AJUSTES-INV-FILE.

       LISTAR-INVENTARIO.
           DISPLAY "\n------ INVENTARIO ------".
           MOVE ZEROS TO Valor-Total.
           PERFORM VARYING IN-IDX FROM 1 BY 1
               UNTIL IN-IDX > INV-COUNT
               COMPUTE Valor-Item ROUNDED =
                   IV-STOCK(IN-IDX) * IV-COSTO-PROMEDIO(IN-IDX)
               ADD Valor-Item TO Valor-Total
               MOVE Valor-Item TO Monto-Desp
               IF IV-STOCK(IN-IDX) <= IV-PUNTO-REORDEN(IN-IDX)
                   DISPLAY IV-ITEM-ID(IN-IDX) " "
                       IV-SUCURSAL(IN-IDX) " "
                       IV-STOCK(IN-IDX) " " IV-UNIDAD(IN-IDX)
                       " $" Monto-Desp
                       " REORDENAR (punto "
                       IV-PUNTO-REORDEN(IN-IDX) ")"
               ELSE
                   DISPLAY IV-ITEM-ID(IN-IDX) " "
                       IV-SUCURSAL(IN-IDX) " "
                       IV-STOCK(IN-IDX) " " IV-UNIDAD(IN-IDX)
                       " $" Monto-Desp
               END-IF
           END-PERFORM.
           DISPLAY "Items: " INV-COUNT.
           MOVE Valor-Total TO Monto-Desp.
           DISPLAY "Valor del inventario: $" Monto-Desp.
           MOVE "CONSULTA INVENTARIO" TO Audit-Entrada.
           MOVE SPACES TO Audit-Salida.
           STRING "ITEMS=" INV-COUNT
