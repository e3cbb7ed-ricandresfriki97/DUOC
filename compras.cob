               FILE STATUS IS WS-Inventario-Status.
           SELECT ORDENES-RPT-FILE ASSIGN TO "ORDENES.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FACTURAS-PROV-FILE ASSIGN TO "FACTPROV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Factprov-Status.
           SELECT PAGOS-PROV-FILE ASSIGN TO "PAGOSPROV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Pagosprov-Status.
           SELECT COMPRAS-CONFIG-FILE ASSIGN TO "COMPRASCFG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Comprascfg-Status.
           SELECT IVA-CONFIG-FILE ASSIGN TO "IVACONFIG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Ivaconfig-Status.
           SELECT CXP-RPT-FILE ASSIGN TO "CXPANTIG.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PROPUESTA-RPT-FILE ASSIGN TO "PROPUESTAPAGO.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPERADORES-FILE ASSIGN TO "OPERADORES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Operadores-Status.
       FD  ORDENES-FILE.
           COPY ORDENCOMP.
       FD  ORDENES-TMP-FILE.
       01  ORDEN-TMP-RECORD PIC X(80).
       FD  INVENTARIO-FILE.
           COPY INVENTARIO.
       FD  ORDENES-RPT-FILE.
       01  ORDEN-RPT-LINEA PIC X(100).
       FD  FACTURAS-PROV-FILE.
           COPY FACTPROV.
       FD  PAGOS-PROV-FILE.
           COPY PAGOPROV.
       FD  COMPRAS-CONFIG-FILE.
           COPY COMPRASCFG.
       FD  IVA-CONFIG-FILE.
           COPY IVACONFIG.
       FD  CXP-RPT-FILE.
       01  CXP-RPT-LINEA PIC X(132).
       FD  PROPUESTA-RPT-FILE.
       01  PROPUESTA-RPT-LINEA PIC X(132).
       FD  OPERADORES-FILE.
           COPY OPERADOR.
       FD  AUDITORIA-FILE.
               10 IV-PUNTO-REORDEN  PIC 9(7).
               10 IV-UNIDAD         PIC X(10).
               10 IV-SUCURSAL       PIC X(3).
               10 IV-COSTO-PROMEDIO PIC 9(5)V9(4).
       01 INV-COUNT       PIC 9(4) VALUE 0.
       01 FACTURAS-TABLE.
           05 FACTURA-ENTRY OCCURS 500 TIMES INDEXED BY FT-IDX.
               10 FT-REGISTRO-NRO   PIC 9(6).
               10 FT-PROVEEDOR-ID   PIC X(6).
               10 FT-FOLIO          PIC 9(10).
               10 FT-ORDEN-NRO      PIC 9(6).
               10 FT-ITEM-ID        PIC X(10).
               10 FT-SUCURSAL       PIC X(3).
               10 FT-CANTIDAD       PIC 9(7).
               10 FT-PRECIO-UNIT    PIC 9(7)V99.
               10 FT-NETO           PIC 9(9)V99.
               10 FT-IVA            PIC 9(9)V99.
               10 FT-TOTAL          PIC 9(9)V99.
               10 FT-SALDO          PIC 9(9)V99.
               10 FT-FECHA-EMISION  PIC 9(8).
               10 FT-FECHA-VENCE    PIC 9(8).
               10 FT-FECHA-REGISTRO PIC 9(8).
               10 FT-ESTADO         PIC X.
               10 FT-MOTIVO         PIC X(30).
               10 FT-FECHA-APRUEBA  PIC 9(8).
               10 FT-APROBADO-POR   PIC X(10).
               10 FT-OPERADOR       PIC X(10).
       01 FACTURAS-COUNT  PIC 9(4) VALUE 0.
       01 ANTIGUEDAD-TABLE.
           05 ANTIGUEDAD-ENTRY OCCURS 50 TIMES INDEXED BY AG-IDX.
               10 AG-PROVEEDOR-ID   PIC X(6).
               10 AG-BUCKET         PIC 9(11)V99
                                    OCCURS 5 TIMES INDEXED BY BK-IDX.
               10 AG-RETENIDO       PIC 9(11)V99.
               10 AG-TOTAL          PIC 9(11)V99.
       01 ANTIGUEDAD-COUNT PIC 9(4) VALUE 0.
       01 TOTALES-BUCKET.
           05 TB-MONTO PIC 9(11)V99 OCCURS 5 TIMES.
       01 Total-Retenido  PIC 9(11)V99 VALUE 0.
       01 Total-Pagar     PIC 9(11)V99 VALUE 0.
       01 Total-Proveedor PIC 9(11)V99 VALUE 0.
       01 Tolerancia-Precio PIC 9(3)V99 VALUE 2.
       01 Tolerancia-Cantidad PIC 9(3)V99 VALUE 0.
       01 Plazo-Pago      PIC 9(3) VALUE 30.
       01 Dias-Propuesta  PIC 9(3) VALUE 7.
       01 Tasa-IVA        PIC 99V99 VALUE 19.
       01 Proveedor-Orden PIC X(6) VALUE SPACES.
       01 Estado-Orden    PIC X VALUE SPACES.
       01 Precio-Orden    PIC 9(7)V99 VALUE 0.
       01 Precio-Factura  PIC 9(7)V99 VALUE 0.
       01 Valor-Existente PIC S9(13)V9(4) VALUE 0.
       01 Valor-Recibido  PIC S9(13)V9(4) VALUE 0.
       01 Unidades-Valorizadas PIC S9(9) VALUE 0.
       01 Costo-Desp         PIC ZZZZ9.9999.
       01 WS-Precio-Input PIC X(15) VALUE SPACES.
       01 Folio-Factura   PIC 9(10) VALUE 0.
       01 Folio-Duplicado PIC X VALUE "N".
       01 Cantidad-Facturada PIC 9(7) VALUE 0.
       01 Facturado-Previo PIC 9(7) VALUE 0.
       01 Facturado-Acumulado PIC 9(7) VALUE 0.
       01 Limite-Recibido PIC 9(9)V99 VALUE 0.
       01 Limite-Pedido   PIC 9(9)V99 VALUE 0.
       01 Diferencia-Precio PIC S9(7)V99 VALUE 0.
       01 Limite-Precio   PIC 9(7)V99 VALUE 0.
       01 Motivo-Retencion PIC X(30) VALUE SPACES.
       01 Neto-Factura    PIC 9(9)V99 VALUE 0.
       01 IVA-Factura     PIC 9(9)V99 VALUE 0.
       01 Total-Factura   PIC 9(9)V99 VALUE 0.
       01 Fecha-Emision   PIC 9(8) VALUE 0.
       01 Fecha-Vence     PIC 9(8) VALUE 0.
       01 Fecha-Limite    PIC 9(8) VALUE 0.
       01 Dias-Fecha      PIC 9(7) VALUE 0.
       01 Dias-Hoy        PIC 9(7) VALUE 0.
       01 Dias-Vencido    PIC S9(7) VALUE 0.
       01 Registro-Nro    PIC 9(6) VALUE 0.
       01 Pago-Nro        PIC 9(6) VALUE 0.
       01 Decision-Factura PIC X VALUE SPACES.
       01 Confirmacion    PIC X(10) VALUE SPACES.
       01 Tabla-Desbordada PIC X VALUE "N".
       01 Entrada-Encontrada PIC X VALUE "N".
       01 Cantidad-Retenidas PIC 9(5) VALUE 0.
       01 Cantidad-Aprobadas PIC 9(5) VALUE 0.
       01 Cantidad-Rechazadas PIC 9(5) VALUE 0.
       01 Cantidad-Propuestas PIC 9(5) VALUE 0.
       01 Cantidad-Pagadas PIC 9(5) VALUE 0.
       01 Monto-Desp-1    PIC Z(10)9.99.
       01 Monto-Desp-2    PIC Z(10)9.99.
       01 Monto-Desp-3    PIC Z(10)9.99.
       01 Monto-Desp-4    PIC Z(10)9.99.
       01 Monto-Desp-5    PIC Z(10)9.99.
       01 Monto-Desp-6    PIC Z(10)9.99.
       01 Monto-Desp-7    PIC Z(10)9.99.
       01 Sucursal-Orden  PIC X(3) VALUE "CEN".
       01 Orden-Nro       PIC 9(6) VALUE 0.
       01 Orden-Buscada   PIC 9(6) VALUE 0.
       01 WS-Inventario-Status  PIC XX VALUE "00".
       01 WS-Operadores-Status  PIC XX VALUE "00".
       01 WS-Auditoria-Status   PIC XX VALUE "00".
       01 WS-Factprov-Status    PIC XX VALUE "00".
       01 WS-Pagosprov-Status   PIC XX VALUE "00".
       01 WS-Comprascfg-Status  PIC XX VALUE "00".
       01 WS-Ivaconfig-Status   PIC XX VALUE "00".
       01 Rol-Operador        PIC X VALUE "S".
       01 Operador-Valido     PIC X VALUE "N".
       01 WS-Fecha-Sistema   PIC 9(8) VALUE 0.
           DISPLAY "Modo (P = Mantencion de proveedores, ".
           DISPLAY "  G = Generar ordenes de compra, ".
           DISPLAY "  R = Recepcion de mercaderia, ".
           DISPLAY "  F = Registrar factura de proveedor, ".
           DISPLAY "  A = Aprobar facturas retenidas, ".
           DISPLAY "  V = Antiguedad de cuentas por pagar, ".
           DISPLAY "  N = Nomina de pago semanal, ".
           DISPLAY "  L = Reporte de ordenes abiertas): ".
           ACCEPT Modo-Operacion.
           PERFORM CARGAR-PROVEEDORES.
           PERFORM CARGAR-CONFIG-COMPRAS.
           EVALUATE Modo-Operacion
               WHEN "P"
               WHEN "p"
               WHEN "R"
               WHEN "r"
                   PERFORM RECIBIR-MERCADERIA
               WHEN "F"
               WHEN "f"
                   PERFORM REGISTRAR-FACTURA
               WHEN "A"
               WHEN "a"
                   PERFORM APROBAR-RETENIDAS
               WHEN "V"
               WHEN "v"
                   PERFORM REPORTE-ANTIGUEDAD-CXP
               WHEN "N"
               WHEN "n"
                   PERFORM PROPUESTA-PAGO
               WHEN OTHER
                   PERFORM REPORTE-ABIERTAS
           END-EVALUATE.
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
               IF Cantidad-Pedida > 0
                   MOVE Cantidad-Pedida TO Cantidad-Orden
               END-IF
               DISPLAY "Precio unitario neto convenido: "
               ACCEPT WS-Precio-Input
               COMPUTE Precio-Orden =
                   FUNCTION NUMVAL(WS-Precio-Input)
               DISPLAY "Proveedor: "
               ACCEPT Proveedor-ID
               PERFORM BUSCAR-PROVEEDOR
           MOVE "A" TO OC-ESTADO.
           MOVE ZEROS TO OC-FECHA-RECEP.
           MOVE Sucursal-Orden TO OC-SUCURSAL.
           MOVE Precio-Orden TO OC-PRECIO-UNIT.
           WRITE ORDEN-COMPRA-RECORD.
           CLOSE ORDENES-FILE.

                                       TO Cantidad-Orden
                                   MOVE OC-RECIBIDO
                                       TO Cantidad-Previa
                                   IF OC-PRECIO-UNIT NUMERIC
                                       MOVE OC-PRECIO-UNIT
                                           TO Precio-Orden
                                   ELSE
                                       MOVE ZEROS TO Precio-Orden
                                   END-IF
                               ELSE
                                   DISPLAY "Orden " Orden-Buscada
                                       " ya esta cerrada."
               UNTIL IN-IDX > INV-COUNT
               IF IV-ITEM-ID(IN-IDX) = Item-Orden
                   AND IV-SUCURSAL(IN-IDX) = Sucursal-Orden
                   IF Precio-Orden > 0
                       PERFORM CALCULAR-COSTO-PROMEDIO
                   END-IF
                   ADD Cantidad-Recibida TO IV-STOCK(IN-IDX)
                   DISPLAY "Item " Item-Orden " stock actual: "
                       IV-STOCK(IN-IDX)
                   MOVE IV-COSTO-PROMEDIO(IN-IDX) TO Costo-Desp
                   DISPLAY "Costo promedio: $" Costo-Desp
                   MOVE INV-COUNT TO IN-IDX
               END-IF
           END-PERFORM.
           PERFORM GRABAR-INVENTARIO.

       CALCULAR-COSTO-PROMEDIO.
           IF IV-STOCK(IN-IDX) > 0
               AND IV-COSTO-PROMEDIO(IN-IDX) > 0
               COMPUTE Valor-Existente =
                   IV-STOCK(IN-IDX) * IV-COSTO-PROMEDIO(IN-IDX)
               COMPUTE Valor-Recibido =
                   Cantidad-Recibida * Precio-Orden
               COMPUTE Valor-Existente =
                   Valor-Existente + Valor-Recibido
               COMPUTE Unidades-Valorizadas =
                   IV-STOCK(IN-IDX) + Cantidad-Recibida
               COMPUTE IV-COSTO-PROMEDIO(IN-IDX) ROUNDED =
                   Valor-Existente / Unidades-Valorizadas
           ELSE
               MOVE Precio-Orden TO IV-COSTO-PROMEDIO(IN-IDX)
           END-IF.

       ACTUALIZAR-ORDEN.
           ACCEPT WS-Fecha-Sistema FROM DATE YYYYMMDD.
           MOVE "N" TO Fin-Archivo.
           MOVE SPACES TO Audit-Salida.
           STRING "ABIERTAS=" Cantidad-Abiertas
               DELIMITED BY SIZE INTO Audit-Salida.

       CARGAR-CONFIG-COMPRAS.
           OPEN INPUT COMPRAS-CONFIG-FILE.
           IF WS-Comprascfg-Status = "00"
               READ COMPRAS-CONFIG-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE CC-TOLERANCIA-PRECIO TO Tolerancia-Precio
                       MOVE CC-TOLERANCIA-CANT TO Tolerancia-Cantidad
                       IF CC-PLAZO-PAGO > 0
                           MOVE CC-PLAZO-PAGO TO Plazo-Pago
                       END-IF
                       IF CC-DIAS-PROPUESTA > 0
                           MOVE CC-DIAS-PROPUESTA TO Dias-Propuesta
                       END-IF
               END-READ
               CLOSE COMPRAS-CONFIG-FILE
           END-IF.
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

       CARGAR-FACTURAS.
           MOVE ZEROS TO FACTURAS-COUNT.
           MOVE ZEROS TO Registro-Nro.
           MOVE "N" TO Tabla-Desbordada.
           MOVE "N" TO Fin-Archivo.
           OPEN INPUT FACTURAS-PROV-FILE.
           IF WS-Factprov-Status = "00"
               PERFORM UNTIL Fin-Archivo = "Y"
                   READ FACTURAS-PROV-FILE
                       AT END
                           MOVE "Y" TO Fin-Archivo
                       NOT AT END
                           IF FACTURAS-COUNT < 500
                               ADD 1 TO FACTURAS-COUNT
                               SET FT-IDX TO FACTURAS-COUNT
                               MOVE FACTURA-PROV-RECORD
                                   TO FACTURA-ENTRY(FT-IDX)
                           ELSE
                               MOVE "Y" TO Tabla-Desbordada
                           END-IF
                           IF FP-REGISTRO-NRO > Registro-Nro
                               MOVE FP-REGISTRO-NRO TO Registro-Nro
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FACTURAS-PROV-FILE
           END-IF.
           MOVE "N" TO Fin-Archivo.
           IF Tabla-Desbordada = "Y"
               DISPLAY "ATENCION: mas de 500 facturas de proveedor; "
                   "no se modifica FACTPROV.DAT."
           END-IF.

       GRABAR-FACTURAS.
           OPEN OUTPUT FACTURAS-PROV-FILE.
           PERFORM VARYING FT-IDX FROM 1 BY 1
               UNTIL FT-IDX > FACTURAS-COUNT
               MOVE FACTURA-ENTRY(FT-IDX) TO FACTURA-PROV-RECORD
               WRITE FACTURA-PROV-RECORD
           END-PERFORM.
           CLOSE FACTURAS-PROV-FILE.

       BUSCAR-ORDEN-FACTURA.
           MOVE "N" TO Orden-Encontrada.
           MOVE "N" TO Fin-Archivo.
           OPEN INPUT ORDENES-FILE.
           IF WS-Ordenes-Status = "00"
               PERFORM UNTIL Fin-Archivo = "Y"
                   READ ORDENES-FILE
                       AT END
                           MOVE "Y" TO Fin-Archivo
                       NOT AT END
                           IF OC-ORDEN-NRO = Orden-Buscada
                               MOVE "Y" TO Orden-Encontrada
                               MOVE OC-PROVEEDOR-ID TO Proveedor-Orden
                               MOVE OC-ITEM-ID TO Item-Orden
                               MOVE OC-SUCURSAL TO Sucursal-Orden
                               MOVE OC-CANTIDAD TO Cantidad-Orden
                               MOVE OC-RECIBIDO TO Cantidad-Previa
                               MOVE OC-ESTADO TO Estado-Orden
                               IF OC-PRECIO-UNIT NUMERIC
                                   MOVE OC-PRECIO-UNIT TO Precio-Orden
                               ELSE
                                   MOVE ZEROS TO Precio-Orden
                               END-IF
                               MOVE "Y" TO Fin-Archivo
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ORDENES-FILE
           END-IF.
           MOVE "N" TO Fin-Archivo.

       VERIFICAR-FOLIO.
           MOVE "N" TO Folio-Duplicado.
           MOVE ZEROS TO Facturado-Previo.
           PERFORM VARYING FT-IDX FROM 1 BY 1
               UNTIL FT-IDX > FACTURAS-COUNT
               IF FT-ESTADO(FT-IDX) NOT = "X"
                   IF FT-PROVEEDOR-ID(FT-IDX) = Proveedor-ID
                       AND FT-FOLIO(FT-IDX) = Folio-Factura
                       MOVE "Y" TO Folio-Duplicado
                   END-IF
                   IF FT-ORDEN-NRO(FT-IDX) = Orden-Buscada
                       ADD FT-CANTIDAD(FT-IDX) TO Facturado-Previo
                   END-IF
               END-IF
           END-PERFORM.

       REGISTRAR-FACTURA.
           ACCEPT WS-Fecha-Sistema FROM DATE YYYYMMDD.
           MOVE SPACES TO Motivo-Retencion.
           MOVE ZEROS TO Total-Factura.
           PERFORM CARGAR-FACTURAS.
           DISPLAY "Proveedor: ".
           ACCEPT Proveedor-ID.
           DISPLAY "Folio de la factura del proveedor: ".
           ACCEPT WS-Cantidad-Input.
           COMPUTE Folio-Factura = FUNCTION NUMVAL(WS-Cantidad-Input).
           DISPLAY "Orden de compra que factura: ".
           ACCEPT Orden-Buscada.
           PERFORM BUSCAR-PROVEEDOR.
           PERFORM BUSCAR-ORDEN-FACTURA.
           PERFORM VERIFICAR-FOLIO.
           EVALUATE TRUE
               WHEN Tabla-Desbordada = "Y"
                   MOVE "REGISTRO FACTPROV LLENO" TO Motivo-Retencion
               WHEN Proveedor-Encontrado = "N"
                   DISPLAY "Proveedor " Proveedor-ID
                       " no registrado; factura no ingresada."
                   MOVE "PROVEEDOR NO REGISTRADO" TO Motivo-Retencion
               WHEN Folio-Factura = 0
                   DISPLAY "Folio invalido; factura no ingresada."
                   MOVE "FOLIO INVALIDO" TO Motivo-Retencion
               WHEN Folio-Duplicado = "Y"
                   DISPLAY "Folio " Folio-Factura " del proveedor "
                       Proveedor-ID " ya registrado."
                   MOVE "FOLIO DUPLICADO" TO Motivo-Retencion
               WHEN Orden-Encontrada = "N"
                   DISPLAY "Orden " Orden-Buscada " no existe."
                   MOVE "ORDEN INEXISTENTE" TO Motivo-Retencion
               WHEN Proveedor-Orden NOT = Proveedor-ID
                   DISPLAY "Orden " Orden-Buscada " fue emitida a "
                       Proveedor-Orden "; factura no ingresada."
                   MOVE "ORDEN DE OTRO PROVEEDOR" TO Motivo-Retencion
               WHEN OTHER
                   PERFORM INGRESAR-FACTURA
           END-EVALUATE.
           MOVE SPACES TO Audit-Entrada.
           STRING "FACTURA PROV=" Proveedor-ID " FOLIO="
               Folio-Factura
               DELIMITED BY SIZE INTO Audit-Entrada.
           MOVE SPACES TO Audit-Salida.
           IF Total-Factura > 0
               STRING "REG=" Registro-Nro " ESTADO=" FP-ESTADO
                   " TOTAL=" Total-Factura
                   DELIMITED BY SIZE INTO Audit-Salida
           ELSE
               STRING "NO INGRESADA " Motivo-Retencion
                   DELIMITED BY SIZE INTO Audit-Salida
           END-IF.

       INGRESAR-FACTURA.
           DISPLAY "Orden por " Cantidad-Orden " x " Item-Orden
               " a $" Precio-Orden " (recibido " Cantidad-Previa
               ", ya facturado " Facturado-Previo ")".
           DISPLAY "Cantidad facturada: ".
           ACCEPT WS-Cantidad-Input.
           COMPUTE Cantidad-Facturada =
               FUNCTION NUMVAL(WS-Cantidad-Input).
           DISPLAY "Precio unitario neto facturado: ".
           ACCEPT WS-Precio-Input.
           COMPUTE Precio-Factura = FUNCTION NUMVAL(WS-Precio-Input).
           DISPLAY "Fecha de emision (AAAAMMDD, 0 = hoy): ".
           ACCEPT Fecha-Emision.
           IF Fecha-Emision = 0
               MOVE WS-Fecha-Sistema TO Fecha-Emision
           END-IF.
           DISPLAY "Fecha de vencimiento (AAAAMMDD, 0 = a "
               Plazo-Pago " dias): ".
           ACCEPT Fecha-Vence.
           COMPUTE Dias-Fecha =
               FUNCTION INTEGER-OF-DATE(Fecha-Emision)
               ON SIZE ERROR MOVE 0 TO Dias-Fecha
           END-COMPUTE.
           IF Cantidad-Facturada < 1 OR Precio-Factura = 0
               OR Dias-Fecha = 0
               DISPLAY "Cantidad, precio o fecha invalidos; "
                   "factura no ingresada."
               MOVE "DATOS INVALIDOS" TO Motivo-Retencion
           ELSE
               IF Fecha-Vence = 0
                   ADD Plazo-Pago TO Dias-Fecha
                   COMPUTE Fecha-Vence =
                       FUNCTION DATE-OF-INTEGER(Dias-Fecha)
               END-IF
               COMPUTE Neto-Factura ROUNDED =
                   Cantidad-Facturada * Precio-Factura
               COMPUTE IVA-Factura ROUNDED =
                   Neto-Factura * Tasa-IVA / 100
               COMPUTE Total-Factura = Neto-Factura + IVA-Factura
               PERFORM CRUZAR-FACTURA
               PERFORM ESCRIBIR-FACTURA
           END-IF.

       CRUZAR-FACTURA.
           MOVE SPACES TO Motivo-Retencion.
           COMPUTE Facturado-Acumulado =
               Facturado-Previo + Cantidad-Facturada.
           COMPUTE Limite-Recibido ROUNDED = Cantidad-Previa
               * (100 + Tolerancia-Cantidad) / 100.
           COMPUTE Limite-Pedido ROUNDED = Cantidad-Orden
               * (100 + Tolerancia-Cantidad) / 100.
           COMPUTE Diferencia-Precio = Precio-Factura - Precio-Orden.
           IF Diferencia-Precio < 0
               COMPUTE Diferencia-Precio = 0 - Diferencia-Precio
           END-IF.
           COMPUTE Limite-Precio ROUNDED =
               Precio-Orden * Tolerancia-Precio / 100.
           EVALUATE TRUE
               WHEN Cantidad-Previa = 0
                   MOVE "SIN RECEPCION DE MERCADERIA"
                       TO Motivo-Retencion
               WHEN Facturado-Acumulado > Limite-Recibido
                   MOVE "FACTURADO SUPERA RECIBIDO"
                       TO Motivo-Retencion
               WHEN Facturado-Acumulado > Limite-Pedido
                   MOVE "FACTURADO SUPERA PEDIDO"
                       TO Motivo-Retencion
               WHEN Precio-Orden = 0
                   MOVE "ORDEN SIN PRECIO CONVENIDO"
                       TO Motivo-Retencion
               WHEN Diferencia-Precio > Limite-Precio
                   MOVE "PRECIO FUERA DE TOLERANCIA"
                       TO Motivo-Retencion
           END-EVALUATE.

       ESCRIBIR-FACTURA.
           ADD 1 TO Registro-Nro.
           MOVE Registro-Nro TO FP-REGISTRO-NRO.
           MOVE Proveedor-ID TO FP-PROVEEDOR-ID.
           MOVE Folio-Factura TO FP-FOLIO.
           MOVE Orden-Buscada TO FP-ORDEN-NRO.
           MOVE Item-Orden TO FP-ITEM-ID.
           MOVE Sucursal-Orden TO FP-SUCURSAL.
           MOVE Cantidad-Facturada TO FP-CANTIDAD.
           MOVE Precio-Factura TO FP-PRECIO-UNIT.
           MOVE Neto-Factura TO FP-NETO.
           MOVE IVA-Factura TO FP-IVA.
           MOVE Total-Factura TO FP-TOTAL.
           MOVE Total-Factura TO FP-SALDO.
           MOVE Fecha-Emision TO FP-FECHA-EMISION.
           MOVE Fecha-Vence TO FP-FECHA-VENCE.
           MOVE WS-Fecha-Sistema TO FP-FECHA-REGISTRO.
           MOVE Motivo-Retencion TO FP-MOTIVO.
           MOVE Operador TO FP-OPERADOR.
           IF Motivo-Retencion = SPACES
               MOVE "A" TO FP-ESTADO
               MOVE WS-Fecha-Sistema TO FP-FECHA-APRUEBA
               MOVE "CRUCE OK" TO FP-APROBADO-POR
           ELSE
               MOVE "R" TO FP-ESTADO
               MOVE ZEROS TO FP-FECHA-APRUEBA
               MOVE SPACES TO FP-APROBADO-POR
           END-IF.
           OPEN EXTEND FACTURAS-PROV-FILE.
           IF WS-Factprov-Status = "35"
               OPEN OUTPUT FACTURAS-PROV-FILE
               CLOSE FACTURAS-PROV-FILE
               OPEN EXTEND FACTURAS-PROV-FILE
           END-IF.
           WRITE FACTURA-PROV-RECORD.
           CLOSE FACTURAS-PROV-FILE.
           MOVE Total-Factura TO Monto-Desp-1.
           IF FP-ESTADO = "A"
               DISPLAY "Factura " Registro-Nro " por $" Monto-Desp-1
                   " cuadra con orden y recepcion: APROBADA."
           ELSE
               DISPLAY "Factura " Registro-Nro " por $" Monto-Desp-1
                   " RETENIDA: " Motivo-Retencion
               DISPLAY "  Requiere aprobacion de supervisor "
                   "(modo A)."
           END-IF.

       APROBAR-RETENIDAS.
           ACCEPT WS-Fecha-Sistema FROM DATE YYYYMMDD.
           MOVE ZEROS TO Cantidad-Retenidas.
           MOVE ZEROS TO Cantidad-Aprobadas.
           MOVE ZEROS TO Cantidad-Rechazadas.
           IF Rol-Operador NOT = "S"
               DISPLAY "Aprobar facturas retenidas requiere rol "
                   "de supervisor."
               MOVE 1 TO RETURN-CODE
           ELSE
               PERFORM CARGAR-FACTURAS
               IF Tabla-Desbordada = "N"
                   PERFORM VARYING FT-IDX FROM 1 BY 1
                       UNTIL FT-IDX > FACTURAS-COUNT
                       IF FT-ESTADO(FT-IDX) = "R"
                           PERFORM REVISAR-RETENIDA
                       END-IF
                   END-PERFORM
                   IF Cantidad-Aprobadas > 0
                       OR Cantidad-Rechazadas > 0
                       PERFORM GRABAR-FACTURAS
                   END-IF
               END-IF
               DISPLAY "Retenidas revisadas: " Cantidad-Retenidas
                   " aprobadas: " Cantidad-Aprobadas
                   " rechazadas: " Cantidad-Rechazadas
           END-IF.
           MOVE "APROBACION FACTURAS RETENIDAS" TO Audit-Entrada.
           MOVE SPACES TO Audit-Salida.
           STRING "APROBADAS=" Cantidad-Aprobadas
               " RECHAZADAS=" Cantidad-Rechazadas
               DELIMITED BY SIZE INTO Audit-Salida.

       REVISAR-RETENIDA.
           ADD 1 TO Cantidad-Retenidas.
           MOVE FT-TOTAL(FT-IDX) TO Monto-Desp-1.
           DISPLAY "\n------ FACTURA " FT-REGISTRO-NRO(FT-IDX)
               " ------".
           DISPLAY "Proveedor " FT-PROVEEDOR-ID(FT-IDX)
               " folio " FT-FOLIO(FT-IDX)
               " orden " FT-ORDEN-NRO(FT-IDX).
           DISPLAY FT-CANTIDAD(FT-IDX) " x " FT-ITEM-ID(FT-IDX)
               " a $" FT-PRECIO-UNIT(FT-IDX)
               " total $" Monto-Desp-1.
           DISPLAY "Motivo: " FT-MOTIVO(FT-IDX).
           DISPLAY "A = Aprobar, X = Rechazar, otra = Mantener: ".
           ACCEPT Decision-Factura.
           EVALUATE Decision-Factura
               WHEN "A"
               WHEN "a"
                   MOVE "A" TO FT-ESTADO(FT-IDX)
                   MOVE WS-Fecha-Sistema TO FT-FECHA-APRUEBA(FT-IDX)
                   MOVE Operador TO FT-APROBADO-POR(FT-IDX)
                   ADD 1 TO Cantidad-Aprobadas
               WHEN "X"
               WHEN "x"
                   MOVE "X" TO FT-ESTADO(FT-IDX)
                   MOVE ZEROS TO FT-SALDO(FT-IDX)
                   MOVE WS-Fecha-Sistema TO FT-FECHA-APRUEBA(FT-IDX)
                   MOVE Operador TO FT-APROBADO-POR(FT-IDX)
                   ADD 1 TO Cantidad-Rechazadas
           END-EVALUATE.

       REPORTE-ANTIGUEDAD-CXP.
           ACCEPT WS-Fecha-Sistema FROM DATE YYYYMMDD.
           COMPUTE Dias-Hoy =
               FUNCTION INTEGER-OF-DATE(WS-Fecha-Sistema).
           MOVE ZEROS TO ANTIGUEDAD-COUNT.
           MOVE ZEROS TO Total-Retenido.
           MOVE ZEROS TO Total-Pagar.
           PERFORM VARYING BK-IDX FROM 1 BY 1 UNTIL BK-IDX > 5
               MOVE ZEROS TO TB-MONTO(BK-IDX)
           END-PERFORM.
           PERFORM CARGAR-FACTURAS.
           PERFORM VARYING FT-IDX FROM 1 BY 1
               UNTIL FT-IDX > FACTURAS-COUNT
               IF (FT-ESTADO(FT-IDX) = "A" OR FT-ESTADO(FT-IDX) = "R")
                   AND FT-SALDO(FT-IDX) > 0
                   PERFORM ACUMULAR-ANTIGUEDAD-CXP
               END-IF
           END-PERFORM.
           OPEN OUTPUT CXP-RPT-FILE.
           MOVE SPACES TO CXP-RPT-LINEA.
           STRING "ANTIGUEDAD DE CUENTAS POR PAGAR AL "
               WS-Fecha-Sistema
               DELIMITED BY SIZE INTO CXP-RPT-LINEA.
           WRITE CXP-RPT-LINEA.
           MOVE SPACES TO CXP-RPT-LINEA.
           STRING "PROVEED      POR VENCER      1-30 DIAS"
               "     31-60 DIAS     61-90 DIAS    MAS DE 90"
               "      RETENIDAS    TOTAL PROVEEDOR"
               DELIMITED BY SIZE INTO CXP-RPT-LINEA.
           WRITE CXP-RPT-LINEA.
           PERFORM VARYING AG-IDX FROM 1 BY 1
               UNTIL AG-IDX > ANTIGUEDAD-COUNT
               MOVE AG-BUCKET(AG-IDX 1) TO Monto-Desp-1
               MOVE AG-BUCKET(AG-IDX 2) TO Monto-Desp-2
               MOVE AG-BUCKET(AG-IDX 3) TO Monto-Desp-3
               MOVE AG-BUCKET(AG-IDX 4) TO Monto-Desp-4
               MOVE AG-BUCKET(AG-IDX 5) TO Monto-Desp-5
               MOVE AG-RETENIDO(AG-IDX) TO Monto-Desp-6
               MOVE AG-TOTAL(AG-IDX) TO Monto-Desp-7
               MOVE SPACES TO CXP-RPT-LINEA
               STRING AG-PROVEEDOR-ID(AG-IDX) " " Monto-Desp-1
                   " " Monto-Desp-2 " " Monto-Desp-3
                   " " Monto-Desp-4 " " Monto-Desp-5
                   " " Monto-Desp-6 " " Monto-Desp-7
                   DELIMITED BY SIZE INTO CXP-RPT-LINEA
               WRITE CXP-RPT-LINEA
           END-PERFORM.
           MOVE TB-MONTO(1) TO Monto-Desp-1.
           MOVE TB-MONTO(2) TO Monto-Desp-2.
           MOVE TB-MONTO(3) TO Monto-Desp-3.
           MOVE TB-MONTO(4) TO Monto-Desp-4.
           MOVE TB-MONTO(5) TO Monto-Desp-5.
           MOVE Total-Retenido TO Monto-Desp-6.
           MOVE Total-Pagar TO Monto-Desp-7.
           MOVE SPACES TO CXP-RPT-LINEA.
           STRING "TOTAL  " Monto-Desp-1
               " " Monto-Desp-2 " " Monto-Desp-3
               " " Monto-Desp-4 " " Monto-Desp-5
               " " Monto-Desp-6 " " Monto-Desp-7
               DELIMITED BY SIZE INTO CXP-RPT-LINEA.
           WRITE CXP-RPT-LINEA.
           CLOSE CXP-RPT-FILE.
           DISPLAY "Cuentas por pagar: $" Monto-Desp-7
               " en " ANTIGUEDAD-COUNT " proveedores "
               "(detalle en CXPANTIG.RPT)".
           MOVE SPACES TO Audit-Entrada.
           STRING "ANTIGUEDAD CXP FECHA=" WS-Fecha-Sistema
               DELIMITED BY SIZE INTO Audit-Entrada.
           MOVE SPACES TO Audit-Salida.
           STRING "PROVEEDORES=" ANTIGUEDAD-COUNT
               DELIMITED BY SIZE INTO Audit-Salida.

       ACUMULAR-ANTIGUEDAD-CXP.
           MOVE "N" TO Entrada-Encontrada.
           PERFORM VARYING AG-IDX FROM 1 BY 1
               UNTIL AG-IDX > ANTIGUEDAD-COUNT
               IF AG-PROVEEDOR-ID(AG-IDX) = FT-PROVEEDOR-ID(FT-IDX)
                   MOVE "Y" TO Entrada-Encontrada
                   MOVE ANTIGUEDAD-COUNT TO AG-IDX
               END-IF
           END-PERFORM.
           IF Entrada-Encontrada = "Y"
               PERFORM VARYING AG-IDX FROM 1 BY 1
                   UNTIL AG-PROVEEDOR-ID(AG-IDX)
                       = FT-PROVEEDOR-ID(FT-IDX)
                   CONTINUE
               END-PERFORM
           ELSE
               IF ANTIGUEDAD-COUNT < 50
                   ADD 1 TO ANTIGUEDAD-COUNT
                   SET AG-IDX TO ANTIGUEDAD-COUNT
                   MOVE FT-PROVEEDOR-ID(FT-IDX)
                       TO AG-PROVEEDOR-ID(AG-IDX)
                   PERFORM VARYING BK-IDX FROM 1 BY 1
                       UNTIL BK-IDX > 5
                       MOVE ZEROS TO AG-BUCKET(AG-IDX BK-IDX)
                   END-PERFORM
                   MOVE ZEROS TO AG-RETENIDO(AG-IDX)
                   MOVE ZEROS TO AG-TOTAL(AG-IDX)
                   MOVE "Y" TO Entrada-Encontrada
               END-IF
           END-IF.
           IF Entrada-Encontrada = "Y"
               ADD FT-SALDO(FT-IDX) TO AG-TOTAL(AG-IDX)
               ADD FT-SALDO(FT-IDX) TO Total-Pagar
               IF FT-ESTADO(FT-IDX) = "R"
                   ADD FT-SALDO(FT-IDX) TO AG-RETENIDO(AG-IDX)
                   ADD FT-SALDO(FT-IDX) TO Total-Retenido
               ELSE
                   COMPUTE Dias-Fecha =
                       FUNCTION INTEGER-OF-DATE(FT-FECHA-VENCE(FT-IDX))
                       ON SIZE ERROR MOVE 0 TO Dias-Fecha
                   END-COMPUTE
                   IF Dias-Fecha = 0
                       MOVE 999 TO Dias-Vencido
                   ELSE
                       COMPUTE Dias-Vencido = Dias-Hoy - Dias-Fecha
                   END-IF
                   EVALUATE TRUE
                       WHEN Dias-Vencido <= 0
                           SET BK-IDX TO 1
                       WHEN Dias-Vencido <= 30
                           SET BK-IDX TO 2
                       WHEN Dias-Vencido <= 60
                           SET BK-IDX TO 3
                       WHEN Dias-Vencido <= 90
                           SET BK-IDX TO 4
                       WHEN OTHER
                           SET BK-IDX TO 5
                   END-EVALUATE
                   ADD FT-SALDO(FT-IDX) TO AG-BUCKET(AG-IDX BK-IDX)
                   ADD FT-SALDO(FT-IDX) TO TB-MONTO(BK-IDX)
               END-IF
           END-IF.

       PROPUESTA-PAGO.
           ACCEPT WS-Fecha-Sistema FROM DATE YYYYMMDD.
           MOVE ZEROS TO Cantidad-Propuestas.
           MOVE ZEROS TO Cantidad-Pagadas.
           MOVE ZEROS TO Total-Pagar.
           COMPUTE Dias-Fecha =
               FUNCTION INTEGER-OF-DATE(WS-Fecha-Sistema)
               + Dias-Propuesta.
           COMPUTE Fecha-Limite = FUNCTION DATE-OF-INTEGER(Dias-Fecha).
           PERFORM CARGAR-FACTURAS.
           OPEN OUTPUT PROPUESTA-RPT-FILE.
           MOVE SPACES TO PROPUESTA-RPT-LINEA.
           STRING "NOMINA DE PAGO A PROVEEDORES DEL "
               WS-Fecha-Sistema " - VENCIMIENTOS HASTA "
               Fecha-Limite
               DELIMITED BY SIZE INTO PROPUESTA-RPT-LINEA.
           WRITE PROPUESTA-RPT-LINEA.
           PERFORM VARYING PR-IDX FROM 1 BY 1
               UNTIL PR-IDX > PROVEEDORES-COUNT
               PERFORM PROPONER-PROVEEDOR
           END-PERFORM.
           MOVE Total-Pagar TO Monto-Desp-1.
           MOVE SPACES TO PROPUESTA-RPT-LINEA.
           STRING "TOTAL NOMINA " Cantidad-Propuestas
               " FACTURAS $" Monto-Desp-1
               DELIMITED BY SIZE INTO PROPUESTA-RPT-LINEA.
           WRITE PROPUESTA-RPT-LINEA.
           CLOSE PROPUESTA-RPT-FILE.
           DISPLAY "Nomina de pago: " Cantidad-Propuestas
               " facturas por $" Monto-Desp-1
               " (detalle en PROPUESTAPAGO.RPT)".
           IF Cantidad-Propuestas > 0 AND Tabla-Desbordada = "N"
               IF Rol-Operador = "S"
                   DISPLAY "Escriba PAGAR para registrar el pago "
                       "de la nomina: "
                   ACCEPT Confirmacion
                   IF Confirmacion = "PAGAR"
                       PERFORM PAGAR-NOMINA
                   ELSE
                       DISPLAY "Nomina no pagada; queda como "
                           "propuesta."
                   END-IF
               ELSE
                   DISPLAY "El pago de la nomina requiere rol "
                       "de supervisor."
               END-IF
           END-IF.
           MOVE SPACES TO Audit-Entrada.
           STRING "NOMINA PAGO HASTA " Fecha-Limite
               DELIMITED BY SIZE INTO Audit-Entrada.
           MOVE SPACES TO Audit-Salida.
           STRING "PROPUESTAS=" Cantidad-Propuestas
               " PAGADAS=" Cantidad-Pagadas
               DELIMITED BY SIZE INTO Audit-Salida.

       PROPONER-PROVEEDOR.
           MOVE ZEROS TO Total-Proveedor.
           PERFORM VARYING FT-IDX FROM 1 BY 1
               UNTIL FT-IDX > FACTURAS-COUNT
               IF FT-PROVEEDOR-ID(FT-IDX) = PE-PROVEEDOR-ID(PR-IDX)
                   AND FT-ESTADO(FT-IDX) = "A"
                   AND FT-SALDO(FT-IDX) > 0
                   AND FT-FECHA-VENCE(FT-IDX) <= Fecha-Limite
                   IF Total-Proveedor = 0
                       MOVE SPACES TO PROPUESTA-RPT-LINEA
                       STRING "PROVEEDOR " PE-PROVEEDOR-ID(PR-IDX)
                           " " PE-NOMBRE(PR-IDX)
                           DELIMITED BY SIZE INTO PROPUESTA-RPT-LINEA
                       WRITE PROPUESTA-RPT-LINEA
                   END-IF
                   ADD 1 TO Cantidad-Propuestas
                   ADD FT-SALDO(FT-IDX) TO Total-Proveedor
                   ADD FT-SALDO(FT-IDX) TO Total-Pagar
                   MOVE FT-SALDO(FT-IDX) TO Monto-Desp-1
                   MOVE SPACES TO PROPUESTA-RPT-LINEA
                   STRING "   FACTURA " FT-REGISTRO-NRO(FT-IDX)
                       " FOLIO " FT-FOLIO(FT-IDX)
                       " ORDEN " FT-ORDEN-NRO(FT-IDX)
                       " VENCE " FT-FECHA-VENCE(FT-IDX)
                       " $" Monto-Desp-1
                       DELIMITED BY SIZE INTO PROPUESTA-RPT-LINEA
                   WRITE PROPUESTA-RPT-LINEA
               END-IF
           END-PERFORM.
           IF Total-Proveedor > 0
               MOVE Total-Proveedor TO Monto-Desp-1
               MOVE SPACES TO PROPUESTA-RPT-LINEA
               STRING "   TOTAL PROVEEDOR $" Monto-Desp-1
                   DELIMITED BY SIZE INTO PROPUESTA-RPT-LINEA
               WRITE PROPUESTA-RPT-LINEA
           END-IF.

       PAGAR-NOMINA.
           MOVE ZEROS TO Pago-Nro.
           MOVE "N" TO Fin-Archivo.
           OPEN INPUT PAGOS-PROV-FILE.
           IF WS-Pagosprov-Status = "00"
               PERFORM UNTIL Fin-Archivo = "Y"
                   READ PAGOS-PROV-FILE
                       AT END
                           MOVE "Y" TO Fin-Archivo
                       NOT AT END
                           IF PP-PAGO-NRO > Pago-Nro
                               MOVE PP-PAGO-NRO TO Pago-Nro
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAGOS-PROV-FILE
           END-IF.
           MOVE "N" TO Fin-Archivo.
           OPEN EXTEND PAGOS-PROV-FILE.
           IF WS-Pagosprov-Status = "35"
               OPEN OUTPUT PAGOS-PROV-FILE
               CLOSE PAGOS-PROV-FILE
               OPEN EXTEND PAGOS-PROV-FILE
           END-IF.
           PERFORM VARYING FT-IDX FROM 1 BY 1
               UNTIL FT-IDX > FACTURAS-COUNT
               IF FT-ESTADO(FT-IDX) = "A"
                   AND FT-SALDO(FT-IDX) > 0
                   AND FT-FECHA-VENCE(FT-IDX) <= Fecha-Limite
                   ADD 1 TO Pago-Nro
                   MOVE Pago-Nro TO PP-PAGO-NRO
                   MOVE FT-REGISTRO-NRO(FT-IDX) TO PP-REGISTRO-NRO
                   MOVE FT-PROVEEDOR-ID(FT-IDX) TO PP-PROVEEDOR-ID
                   MOVE FT-FOLIO(FT-IDX) TO PP-FOLIO
                   MOVE FT-SALDO(FT-IDX) TO PP-MONTO
                   MOVE WS-Fecha-Sistema TO PP-FECHA
                   MOVE "TRAN" TO PP-MEDIO-PAGO
                   MOVE Operador TO PP-OPERADOR
                   WRITE PAGO-PROV-RECORD
                   MOVE ZEROS TO FT-SALDO(FT-IDX)
                   MOVE "P" TO FT-ESTADO(FT-IDX)
                   ADD 1 TO Cantidad-Pagadas
               END-IF
           END-PERFORM.
           CLOSE PAGOS-PROV-FILE.
           PERFORM GRABAR-FACTURAS.
           DISPLAY "Nomina pagada: " Cantidad-Pagadas
               " facturas registradas en PAGOSPROV.DAT".
