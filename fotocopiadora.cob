    SELECT CONTROLES-TMP-FILE ASSIGN TO "SELLOTMP.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Selltmp-Status.
    SELECT LISTA-PRECIOS-FILE ASSIGN TO "PRECIOSHOJA.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Precios-Status.
    SELECT CONSUMOS-FILE ASSIGN TO "CONSUMOS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Consumos-Status.
DATA DIVISION.
FILE SECTION.
FD  HOJAS-TRANS-FILE.
    COPY CONTROLARCH.
FD  CONTROLES-TMP-FILE.
01  CONTROL-TMP-RECORD PIC X(60).
FD  LISTA-PRECIOS-FILE.
    COPY LISTAPRECIO.
FD  CONSUMOS-FILE.
    COPY CONSUMO.
WORKING-STORAGE SECTION.
01  Sello-Archivo PIC X(14) VALUE SPACES.
01  Sello-Delta-Reg PIC S9(7) VALUE 0.
01  Saldo-Proyectado PIC S9(11)V99 VALUE ZEROS.
01  WS-Cargoscli-Status PIC XX VALUE "00".
01  Ticket-Actual PIC X(6) VALUE SPACES.
01  Ticket-Numero PIC 9(5) VALUE ZEROS.
01  Ticket-Maximo PIC 9(5) VALUE ZEROS.
01  WS-Inventario-Status PIC XX VALUE "00".
01  INVENTARIO-TABLE.
    05  INV-ENTRY OCCURS 20 TIMES INDEXED BY IN-IDX.
        10  IV-PUNTO-REORDEN PIC 9(7).
        10  IV-UNIDAD PIC X(10).
        10  IV-SUCURSAL PIC X(3).
        10  IV-COSTO-PROMEDIO PIC 9(5)V9(4).
01  INV-COUNT PIC 9(4) VALUE 0.
01  Inventario-Disponible PIC X VALUE "N".
01  Item-Consumo PIC X(10) VALUE SPACES.
01  Cantidad-Consumo PIC 9(7) VALUE ZEROS.
01  Hojas-Papel PIC 9(7) VALUE ZEROS.
01  WS-Consumos-Status PIC XX VALUE "00".
01  Costo-Item PIC 9(9)V99 VALUE ZEROS.
01  Costo-Papel PIC 9(9)V99 VALUE ZEROS.
01  Costo-Toner PIC 9(9)V99 VALUE ZEROS.
01  Costo-Material PIC 9(9)V99 VALUE ZEROS.
01  Item-Toner PIC X(10) VALUE SPACES.
01  Hojas-Toner PIC 9(7) VALUE ZEROS.
01  WS-Ivaconfig-Status PIC XX VALUE "00".
01  Tasa-IVA PIC 99V99 VALUE 19.
01  Monto-Neto PIC S9(8)V99 VALUE ZEROS.
01  Lote-Leidos PIC 9(7) VALUE ZEROS.
01  Lote-Rechazados PIC 9(7) VALUE ZEROS.
01  Lote-Monto-Cuentas PIC S9(11)V99 VALUE ZEROS.
01  WS-Precios-Status PIC XX VALUE "00".
01  PRECIOS-TABLE.
    05  PRECIO-ENTRY OCCURS 100 TIMES INDEXED BY LP-IDX.
        10  PE-TIPO-TRABAJO PIC 9.
        10  PE-SUCURSAL PIC X(3).
        10  PE-FECHA-DESDE PIC 9(8).
        10  PE-PRECIO-HOJA PIC 9(4).
        10  PE-TRAMO-MINIMO PIC 9(5).
        10  PE-TRAMO1-HASTA PIC 9(5).
        10  PE-TRAMO1-PCT PIC 999.
        10  PE-TRAMO2-HASTA PIC 9(5).
        10  PE-TRAMO2-PCT PIC 999.
        10  PE-TRAMO3-PCT PIC 999.
01  PRECIOS-COUNT PIC 9(4) VALUE 0.
01  Fecha-Precio PIC 9(8) VALUE ZEROS.
01  Precio-Posicion PIC 9(4) VALUE 0.
01  Precios-Desbordados PIC X VALUE "N".
01  Precio-Mejor-Fecha PIC 9(8) VALUE ZEROS.
01  Precio-Especifico PIC X VALUE "N".
01  Tramo-Minimo PIC 9(5) VALUE 30.
01  Tramo1-Hasta PIC 9(5) VALUE 100.
01  Tramo1-Pct PIC 999 VALUE 90.
01  Tramo2-Hasta PIC 9(5) VALUE 500.
01  Tramo2-Pct PIC 999 VALUE 80.
01  Tramo3-Pct PIC 999 VALUE 65.
PROCEDURE DIVISION.
MAIN-PROCEDURE.
    DISPLAY "Ingrese operador:".
    ACCEPT Modo-Operacion.
    PERFORM CARGAR-INVENTARIO.
    PERFORM CARGAR-CONFIG-IVA.
    PERFORM CARGAR-LISTA-PRECIOS.
    IF Precios-Desbordados = "Y"
        MOVE "LISTA DE PRECIOS EXCEDIDA" TO WS-Rechazo-Motivo
        PERFORM REGISTRAR-RECHAZO
        PERFORM REGISTRAR-AUDITORIA
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF.
    IF Modo-Operacion = "L" OR Modo-Operacion = "l"
        IF Rol-Operador = "S"
            PERFORM PROCESAR-LOTE
                        ELSE
                            MOVE IN-SUCURSAL TO IV-SUCURSAL(IN-IDX)
                        END-IF
                        IF IN-COSTO-PROMEDIO IS NUMERIC
                            MOVE IN-COSTO-PROMEDIO
                                TO IV-COSTO-PROMEDIO(IN-IDX)
                        ELSE
                            MOVE ZEROS TO IV-COSTO-PROMEDIO(IN-IDX)
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
    END-PERFORM.

DESCONTAR-INVENTARIO.
    MOVE ZEROS TO Costo-Papel.
    MOVE ZEROS TO Costo-Toner.
    MOVE ZEROS TO Costo-Material.
    IF Tipo-Trabajo = 2 OR Tipo-Trabajo = 4
        COMPUTE Hojas-Papel = (Hojas + 1) / 2
    ELSE
        MOVE Hojas TO Hojas-Papel
    END-IF.
    IF Tipo-Trabajo = 3 OR Tipo-Trabajo = 4
        MOVE "TONERCOL" TO Item-Toner
    ELSE
        MOVE "TONERBN" TO Item-Toner
    END-IF.
    MOVE Hojas TO Hojas-Toner.
    IF Inventario-Disponible = "Y"
        MOVE "PAPEL" TO Item-Consumo
        MOVE Hojas-Papel TO Cantidad-Consumo
        PERFORM DESCONTAR-ITEM
        MOVE Costo-Item TO Costo-Papel
        MOVE Item-Toner TO Item-Consumo
        MOVE Hojas-Toner TO Cantidad-Consumo
        PERFORM DESCONTAR-ITEM
        MOVE Costo-Item TO Costo-Toner
        COMPUTE Costo-Material = Costo-Papel + Costo-Toner
    END-IF.

DESCONTAR-ITEM.
    MOVE ZEROS TO Costo-Item.
    PERFORM VARYING IN-IDX FROM 1 BY 1 UNTIL IN-IDX > INV-COUNT
        IF IV-ITEM-ID(IN-IDX) = Item-Consumo
            AND IV-SUCURSAL(IN-IDX) = Sucursal-Actual
            SUBTRACT Cantidad-Consumo FROM IV-STOCK(IN-IDX)
            COMPUTE Costo-Item ROUNDED =
                Cantidad-Consumo * IV-COSTO-PROMEDIO(IN-IDX)
            MOVE INV-COUNT TO IN-IDX
        END-IF
    END-PERFORM.
    DISPLAY "Tipo de trabajo (1=B/N simple faz, 2=B/N doble faz,".
    DISPLAY "                 3=Color simple faz, 4=Color doble faz):".
    ACCEPT Tipo-Trabajo.
    ACCEPT Fecha-Precio FROM DATE YYYYMMDD.
    PERFORM DETERMINAR-TARIFA.
    DISPLAY "Precio por hoja vigente: $" Tarifa-Hoja.
    DISPLAY "Ingrese la cantidad de hojas:".
    ACCEPT Hojas.
    IF Hojas < 1
        ACCEPT Tipo-Pago
        IF Tipo-Pago NOT = "T" AND Tipo-Pago NOT = "t"
            MOVE SPACES TO Cliente-ID
            PERFORM OBTENER-PROXIMO-TICKET
            PERFORM REGISTRAR-CARGO-CLIENTE
            DISPLAY "Ticket " Ticket-Actual
        END-IF
        IF Tipo-Pago = "T" OR Tipo-Pago = "t"
            IF Rol-Operador NOT = "S"
            END-IF
            IF Cargo-Aplicado = "Y"
                DISPLAY "Cargo registrado en cuenta del cliente "
                    Cliente-ID " ticket " Ticket-Actual
            ELSE
                DISPLAY "Cargo NO registrado: " WS-Rechazo-Motivo
            END-IF
CARGAR-CUENTA-INDIVIDUAL.
    DISPLAY "Ingrese ID de cliente:".
    ACCEPT Cliente-ID.
    PERFORM OBTENER-PROXIMO-TICKET.
    PERFORM ABRIR-CUENTAS-CLIENTES.
    PERFORM POSTEAR-CUENTA-CLIENTE.
    CLOSE CUENTAS-CLIENTES-FILE.

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
                    END-IF
            END-READ
        END-PERFORM
        CLOSE LISTA-PRECIOS-FILE
    END-IF.
    MOVE "N" TO Fin-Archivo.
    IF Precios-Desbordados = "Y"
        DISPLAY "ATENCION: mas de 100 precios en PRECIOSHOJA.DAT; "
            "no se cobran trabajos."
    END-IF.

DETERMINAR-TARIFA.
    MOVE ZEROS TO Precio-Posicion.
    MOVE ZEROS TO Precio-Mejor-Fecha.
    MOVE "N" TO Precio-Especifico.
    PERFORM VARYING LP-IDX FROM 1 BY 1 UNTIL LP-IDX > PRECIOS-COUNT
        IF PE-TIPO-TRABAJO(LP-IDX) = Tipo-Trabajo
            AND PE-FECHA-DESDE(LP-IDX) <= Fecha-Precio
            IF PE-SUCURSAL(LP-IDX) = Sucursal-Actual
                IF Precio-Especifico = "N"
                    OR PE-FECHA-DESDE(LP-IDX) >= Precio-Mejor-Fecha
                    MOVE "Y" TO Precio-Especifico
                    MOVE PE-FECHA-DESDE(LP-IDX) TO Precio-Mejor-Fecha
                    SET Precio-Posicion TO LP-IDX
                END-IF
            END-IF
            IF PE-SUCURSAL(LP-IDX) = SPACES
                AND Precio-Especifico = "N"
                AND PE-FECHA-DESDE(LP-IDX) >= Precio-Mejor-Fecha
                MOVE PE-FECHA-DESDE(LP-IDX) TO Precio-Mejor-Fecha
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
            COMPUTE Total = Hojas * Tarifa-Hoja * Tramo1-Pct / 100
        WHEN Hojas <= Tramo2-Hasta
            COMPUTE Total = Hojas * Tarifa-Hoja * Tramo2-Pct / 100
        WHEN OTHER
            COMPUTE Total = Hojas * Tarifa-Hoja * Tramo3-Pct / 100
    END-EVALUATE.

ABRIR-CUENTAS-CLIENTES.
    MOVE 1 TO Sello-Delta-Reg.
    MOVE Total TO Sello-Delta-Monto.
    PERFORM ACTUALIZAR-SELLO.
    PERFORM REGISTRAR-CONSUMO.

REGISTRAR-CONSUMO.
    OPEN EXTEND CONSUMOS-FILE.
    IF WS-Consumos-Status = "35"
        OPEN OUTPUT CONSUMOS-FILE
        CLOSE CONSUMOS-FILE
        OPEN EXTEND CONSUMOS-FILE
    END-IF.
    MOVE Ticket-Actual TO CM-TICKET-ID.
    MOVE WS-Fecha-Sistema TO CM-FECHA.
    MOVE Sucursal-Actual TO CM-SUCURSAL.
    MOVE Tipo-Trabajo TO CM-TIPO-TRABAJO.
    MOVE Cliente-ID TO CM-CLIENTE-ID.
    MOVE Hojas TO CM-HOJAS.
    MOVE Hojas-Papel TO CM-CANT-PAPEL.
    MOVE Costo-Papel TO CM-COSTO-PAPEL.
    MOVE Item-Toner TO CM-ITEM-TONER.
    MOVE Hojas-Toner TO CM-CANT-TONER.
    MOVE Costo-Toner TO CM-COSTO-TONER.
    MOVE Costo-Material TO CM-COSTO-TOTAL.
    MOVE Total TO CM-TOTAL-VENTA.
    WRITE CONSUMO-RECORD.
    CLOSE CONSUMOS-FILE.

OBTENER-PROXIMO-TICKET.
    MOVE ZEROS TO Ticket-Maximo.
    MOVE "N" TO Fin-Archivo.
    OPEN INPUT CARGOS-CLI-FILE.
    IF WS-Cargoscli-Status = "00"
        PERFORM UNTIL Fin-Archivo = "Y"
            READ CARGOS-CLI-FILE
                AT END
                    MOVE "Y" TO Fin-Archivo
                NOT AT END
                    IF GC-TICKET-ID(1:1) = "I"
                        AND GC-TICKET-ID(2:5) IS NUMERIC
                        MOVE GC-TICKET-ID(2:5) TO Ticket-Numero
                        IF Ticket-Numero > Ticket-Maximo
                            MOVE Ticket-Numero TO Ticket-Maximo
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE CARGOS-CLI-FILE
    END-IF.
    MOVE "N" TO Fin-Archivo.
    ADD 1 TO Ticket-Maximo.
    MOVE SPACES TO Ticket-Actual.
    STRING "I" Ticket-Maximo DELIMITED BY SIZE INTO Ticket-Actual.

CARGAR-COTIZACIONES.
    MOVE ZEROS TO COTIZAS-COUNT.
    ELSE
        MOVE HT-SUCURSAL TO Sucursal-Actual
    END-IF.
    IF HT-FECHA NUMERIC AND HT-FECHA > 0
        MOVE HT-FECHA TO Fecha-Precio
    ELSE
        ACCEPT Fecha-Precio FROM DATE YYYYMMDD
    END-IF.
    IF Hojas < 1
        MOVE "N" TO Entrada-Valida
        PERFORM REGISTRAR-RECHAZO
