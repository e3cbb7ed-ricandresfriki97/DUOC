           SELECT PAGOS-LOG-FILE ASSIGN TO "PAGOSLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Pagoslog-Status.
           SELECT FACTURAS-PROV-FILE ASSIGN TO "FACTPROV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Factprov-Status.
           SELECT PAGOS-PROV-FILE ASSIGN TO "PAGOSPROV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Pagosprov-Status.
           SELECT CONTROL-LOTE-FILE ASSIGN TO "CONTROLLOTE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Control-Status.
           COPY CARGOCLI.
       FD  PAGOS-LOG-FILE.
           COPY PAGOTAG.
       FD  FACTURAS-PROV-FILE.
           COPY FACTPROV.
       FD  PAGOS-PROV-FILE.
           COPY PAGOPROV.
       FD  CONTROL-LOTE-FILE.
           COPY CONTROLLOTE.
       FD  IVA-CONFIG-FILE.
       01 Foto-Neto           PIC 9(11)V99 VALUE 0.
       01 Foto-IVA            PIC 9(11)V99 VALUE 0.
       01 Interes-Total       PIC 9(11)V99 VALUE 0.
       01 Nota-Cuenta-Total   PIC 9(11)V99 VALUE 0.
       01 Nota-Caja-Total     PIC 9(11)V99 VALUE 0.
       01 Nota-Total          PIC 9(11)V99 VALUE 0.
       01 Nota-Neto           PIC 9(11)V99 VALUE 0.
       01 Nota-IVA            PIC 9(11)V99 VALUE 0.
       01 Pagos-Total         PIC 9(11)V99 VALUE 0.
       01 Devol-Total         PIC 9(11)V99 VALUE 0.
       01 Compras-Total       PIC 9(11)V99 VALUE 0.
       01 Compras-Neto        PIC 9(11)V99 VALUE 0.
       01 Compras-IVA         PIC 9(11)V99 VALUE 0.
       01 Pagos-Prov-Total    PIC 9(11)V99 VALUE 0.
       01 Total-Debe          PIC 9(11)V99 VALUE 0.
       01 Total-Haber         PIC 9(11)V99 VALUE 0.
       01 Control-Tag-Monto   PIC S9(11)V99 VALUE 0.
       01 WS-Cargoscli-Status PIC XX VALUE "00".
       01 WS-Pagoslog-Status  PIC XX VALUE "00".
       01 WS-Control-Status   PIC XX VALUE "00".
       01 WS-Factprov-Status  PIC XX VALUE "00".
       01 WS-Pagosprov-Status PIC XX VALUE "00".
       01 WS-Ivaconfig-Status PIC XX VALUE "00".
       01 WS-Operadores-Status PIC XX VALUE "00".
       01 WS-Auditoria-Status PIC XX VALUE "00".
           PERFORM ACUMULAR-PEAJE.
           PERFORM ACUMULAR-FOTOCOPIADO.
           PERFORM ACUMULAR-PAGOS.
           PERFORM ACUMULAR-COMPRAS.
           PERFORM GENERAR-ASIENTOS.
           PERFORM VERIFICAR-CONTROL-LOTE.
           IF Diferencia = 0
                           MOVE "Y" TO Fin-Archivo
                       NOT AT END
                           IF GC-FECHA = Fecha-Proceso
                               EVALUATE TRUE
                                   WHEN GC-TIPO-TRABAJO = 9
                                       ADD GC-TOTAL TO Interes-Total
                                   WHEN GC-TIPO-TRABAJO = 8
                                       AND GC-CLIENTE-ID = SPACES
                                       SUBTRACT GC-TOTAL
                                           FROM Nota-Caja-Total
                                   WHEN GC-TIPO-TRABAJO = 8
                                       SUBTRACT GC-TOTAL
                                           FROM Nota-Cuenta-Total
                                   WHEN OTHER
                                       ADD GC-TOTAL TO Foto-Total
                               END-EVALUATE
                           END-IF
                   END-READ
               END-PERFORM
           COMPUTE Foto-Neto ROUNDED =
               Foto-Total / (1 + Tasa-IVA / 100).
           COMPUTE Foto-IVA = Foto-Total - Foto-Neto.
           COMPUTE Nota-Total = Nota-Cuenta-Total + Nota-Caja-Total.
           COMPUTE Nota-Neto ROUNDED =
               Nota-Total / (1 + Tasa-IVA / 100).
           COMPUTE Nota-IVA = Nota-Total - Nota-Neto.

       ACUMULAR-PAGOS.
           MOVE "N" TO Fin-Archivo.
           END-IF.
           MOVE "N" TO Fin-Archivo.

       ACUMULAR-COMPRAS.
           MOVE "N" TO Fin-Archivo.
           OPEN INPUT FACTURAS-PROV-FILE.
           IF WS-Factprov-Status = "00"
               PERFORM UNTIL Fin-Archivo = "Y"
                   READ FACTURAS-PROV-FILE
                       AT END
                           MOVE "Y" TO Fin-Archivo
                       NOT AT END
                           IF FP-FECHA-APRUEBA = Fecha-Proceso
                               AND (FP-ESTADO = "A" OR FP-ESTADO = "P")
                               ADD FP-TOTAL TO Compras-Total
                               ADD FP-NETO TO Compras-Neto
                               ADD FP-IVA TO Compras-IVA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FACTURAS-PROV-FILE
           END-IF.
           MOVE "N" TO Fin-Archivo.
           OPEN INPUT PAGOS-PROV-FILE.
           IF WS-Pagosprov-Status = "00"
               PERFORM UNTIL Fin-Archivo = "Y"
                   READ PAGOS-PROV-FILE
                       AT END
                           MOVE "Y" TO Fin-Archivo
                       NOT AT END
                           IF PP-FECHA = Fecha-Proceso
                               ADD PP-MONTO TO Pagos-Prov-Total
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAGOS-PROV-FILE
           END-IF.
           MOVE "N" TO Fin-Archivo.

       GENERAR-ASIENTOS.
           OPEN OUTPUT CONTABLE-FILE.
           PERFORM VARYING CP-IDX FROM 1 BY 1
               MOVE "INGRESO INTERES MORA" TO Glosa-Asiento
               PERFORM ESCRIBIR-ASIENTO
           END-IF.
           IF Nota-Total > 0
               MOVE "FOT" TO Centro-Costo
               MOVE Nota-Neto TO Monto-Debe
               MOVE ZEROS TO Monto-Haber
               MOVE "INGFOTO" TO Cuenta-Contable
               MOVE "NOTAS CREDITO FOTOCOPIADO" TO Glosa-Asiento
               PERFORM ESCRIBIR-ASIENTO
               MOVE Nota-IVA TO Monto-Debe
               MOVE "IVADEB" TO Cuenta-Contable
               MOVE "IVA NOTAS DE CREDITO" TO Glosa-Asiento
               PERFORM ESCRIBIR-ASIENTO
               MOVE ZEROS TO Monto-Debe
               IF Nota-Cuenta-Total > 0
                   MOVE Nota-Cuenta-Total TO Monto-Haber
                   MOVE "CXCCLI" TO Cuenta-Contable
                   MOVE "ABONO NOTAS DE CREDITO" TO Glosa-Asiento
                   PERFORM ESCRIBIR-ASIENTO
               END-IF
               IF Nota-Caja-Total > 0
                   MOVE Nota-Caja-Total TO Monto-Haber
                   MOVE "CXPREEMB" TO Cuenta-Contable
                   MOVE "DEVOLUCIONES FOTOCOPIA X PAGAR"
                       TO Glosa-Asiento
                   PERFORM ESCRIBIR-ASIENTO
               END-IF
           END-IF.
           IF Pagos-Total > 0
               MOVE "TES" TO Centro-Costo
               MOVE Pagos-Total TO Monto-Debe
               MOVE "ABONO POR ANULACION" TO Glosa-Asiento
               PERFORM ESCRIBIR-ASIENTO
           END-IF.
           IF Compras-Total > 0
               MOVE "COM" TO Centro-Costo
               MOVE Compras-Neto TO Monto-Debe
               MOVE ZEROS TO Monto-Haber
               MOVE "INVENT" TO Cuenta-Contable
               MOVE "COMPRAS MERCADERIA NETO" TO Glosa-Asiento
               PERFORM ESCRIBIR-ASIENTO
               MOVE Compras-IVA TO Monto-Debe
               MOVE "IVACRED" TO Cuenta-Contable
               MOVE "IVA CREDITO COMPRAS" TO Glosa-Asiento
               PERFORM ESCRIBIR-ASIENTO
               MOVE ZEROS TO Monto-Debe
               MOVE Compras-Total TO Monto-Haber
               MOVE "CXPPROV" TO Cuenta-Contable
               MOVE "FACTURAS PROVEEDORES APROBADAS" TO Glosa-Asiento
               PERFORM ESCRIBIR-ASIENTO
           END-IF.
           IF Pagos-Prov-Total > 0
               MOVE "TES" TO Centro-Costo
               MOVE Pagos-Prov-Total TO Monto-Debe
               MOVE ZEROS TO Monto-Haber
               MOVE "CXPPROV" TO Cuenta-Contable
               MOVE "PAGO A PROVEEDORES" TO Glosa-Asiento
               PERFORM ESCRIBIR-ASIENTO
               MOVE ZEROS TO Monto-Debe
               MOVE Pagos-Prov-Total TO Monto-Haber
               MOVE "BANCO" TO Cuenta-Contable
               MOVE "EGRESO PAGO A PROVEEDORES" TO Glosa-Asiento
               PERFORM ESCRIBIR-ASIENTO
           END-IF.
           PERFORM ESCRIBIR-CONTROL-TOTAL.
           CLOSE CONTABLE-FILE.

