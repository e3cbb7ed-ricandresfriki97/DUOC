           SELECT FACTURAS-FILE ASSIGN TO "FACTURAS.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-WORK-FILE ASSIGN TO "SORTWORK.TMP".
           SELECT DTE-PENDIENTE-FILE ASSIGN TO "DTEPEND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Dtepend-Status.
           SELECT AUDITORIA-FILE ASSIGN TO "AUDITORIA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Auditoria-Status.
           05  SW-TIPO-TRABAJO   PIC 9.
           05  SW-HOJAS          PIC 9(5).
           05  SW-TOTAL          PIC S9(8).
           05  SW-TICKET-ID      PIC X(6).
       FD  DTE-PENDIENTE-FILE.
           COPY DTEPEND.
       FD  AUDITORIA-FILE.
           COPY AUDITORIAF.

       01 WS-Cargoscli-Status PIC XX VALUE "00".
       01 WS-Cuentas-Status   PIC XX VALUE "00".
       01 WS-Auditoria-Status PIC XX VALUE "00".
       01 WS-Dtepend-Status   PIC XX VALUE "00".
       01 Total-DTE       PIC S9(11) VALUE 0.
       01 Exento-DTE      PIC S9(11) VALUE 0.
       01 Fin-Archivo     PIC X VALUE "N".
       01 Periodo-Factura PIC 9(6) VALUE 0.
       01 Periodo-Cargo   PIC 9(6) VALUE 0.
       01 Total-Factura   PIC S9(9) VALUE 0.
       01 Cantidad-Facturas PIC 9(5) VALUE 0.
       01 Nombre-Cliente  PIC X(30) VALUE SPACES.
       01 Nota-Desp       PIC -(9)9.
       01 WS-Fecha-Sistema   PIC 9(8) VALUE 0.
       01 WS-Hora-Sistema    PIC 9(8) VALUE 0.
       01 Operador           PIC X(10) VALUE SPACES.
               OUTPUT PROCEDURE IS GENERAR-FACTURAS.
           DISPLAY "Facturas generadas: " Cantidad-Facturas
               " en FACTURAS.RPT".
           DISPLAY "Documentos para emision electronica en "
               "DTEPEND.DAT (EMISION-DTE).".
           MOVE SPACES TO Audit-Entrada.
           STRING "FACTURACION PERIODO=" Periodo-Factura
               DELIMITED BY SIZE INTO Audit-Entrada.
                                   TO SW-TIPO-TRABAJO
                               MOVE GC-HOJAS TO SW-HOJAS
                               MOVE GC-TOTAL TO SW-TOTAL
                               MOVE GC-TICKET-ID TO SW-TICKET-ID
                               RELEASE SORT-WORK-RECORD
                           END-IF
                   END-READ
           MOVE "N" TO Hay-Factura-Abierta.
           OPEN OUTPUT FACTURAS-FILE.
           OPEN INPUT CUENTAS-CLIENTES-FILE.
           OPEN EXTEND DTE-PENDIENTE-FILE.
           IF WS-Dtepend-Status = "35"
               OPEN OUTPUT DTE-PENDIENTE-FILE
               CLOSE DTE-PENDIENTE-FILE
               OPEN EXTEND DTE-PENDIENTE-FILE
           END-IF.
           PERFORM UNTIL Fin-Archivo = "Y"
               RETURN SORT-WORK-FILE
                   AT END
               PERFORM CERRAR-FACTURA
           END-IF.
           CLOSE CUENTAS-CLIENTES-FILE.
           CLOSE DTE-PENDIENTE-FILE.
           CLOSE FACTURAS-FILE.

       PROCESAR-CARGO-ORDENADO.
           ADD 1 TO Grupo-Tickets.
           ADD SW-HOJAS TO Grupo-Hojas.
           ADD SW-TOTAL TO Grupo-Total.
           IF SW-TIPO-TRABAJO = 8
               MOVE SW-TOTAL TO Nota-Desp
               MOVE SPACES TO FACTURA-LINEA
               STRING "    NOTA DE CREDITO TICKET " SW-TICKET-ID
                   " $" Nota-Desp
                   DELIMITED BY SIZE INTO FACTURA-LINEA
               WRITE FACTURA-LINEA
           END-IF.

       ABRIR-FACTURA-NUEVA.
           MOVE "Y" TO Hay-Factura-Abierta.
           MOVE SW-CLIENTE-ID TO Cliente-Anterior.
           MOVE ZEROS TO Total-Factura.
           MOVE ZEROS TO Total-DTE.
           MOVE ZEROS TO Exento-DTE.
           PERFORM BUSCAR-NOMBRE-CLIENTE.
           MOVE SPACES TO FACTURA-LINEA.
           STRING "FACTURA PERIODO " Periodo-Factura
                   " TOTAL $" Grupo-Total
                   DELIMITED BY SIZE INTO FACTURA-LINEA
           ELSE
               IF Tipo-Anterior = 8
                   MOVE Grupo-Total TO Nota-Desp
                   STRING "  NOTAS DE CREDITO " Grupo-Tickets
                       " TOTAL $" Nota-Desp
                       DELIMITED BY SIZE INTO FACTURA-LINEA
               ELSE
                   STRING "  TIPO TRABAJO " Tipo-Anterior
                       " TICKETS " Grupo-Tickets
                       " HOJAS " Grupo-Hojas
                       " TOTAL $" Grupo-Total
                       DELIMITED BY SIZE INTO FACTURA-LINEA
               END-IF
           END-IF.
           WRITE FACTURA-LINEA.
           ADD Grupo-Total TO Total-Factura.
           IF Tipo-Anterior NOT = 8
               PERFORM ESCRIBIR-LINEA-DTE
           END-IF.

       CERRAR-FACTURA.
           MOVE SPACES TO FACTURA-LINEA.
               DELIMITED BY SIZE INTO FACTURA-LINEA.
           WRITE FACTURA-LINEA.
           ADD 1 TO Cantidad-Facturas.
           PERFORM ESCRIBIR-CIERRE-DTE.

       ESCRIBIR-LINEA-DTE.
           MOVE "D" TO DP-TIPO-REG.
           MOVE "FACT" TO DP-ORIGEN.
           MOVE Cliente-Anterior TO DP-REFERENCIA.
           MOVE Periodo-Factura TO DP-PERIODO.
           MOVE 33 TO DP-TIPO-DTE.
           MOVE Cliente-Anterior TO DP-RECEPTOR.
           MOVE Nombre-Cliente TO DP-NOMBRE.
           MOVE SPACES TO DP-DESCRIPCION.
           MOVE Grupo-Total TO DP-MONTO.
           MOVE ZEROS TO DP-MONTO-EXENTO.
           MOVE SPACES TO DP-REF-DOC.
           MOVE ZEROS TO DP-REF-PERIODO.
           MOVE WS-Fecha-Sistema TO DP-FECHA.
           IF Tipo-Anterior = 9
               MOVE "INTERES POR MORA" TO DP-DESCRIPCION
               MOVE Grupo-Tickets TO DP-CANTIDAD
               MOVE "S" TO DP-EXENTO
               ADD Grupo-Total TO Exento-DTE
           ELSE
               STRING "FOTOCOPIADO TIPO TRABAJO " Tipo-Anterior
                   DELIMITED BY SIZE INTO DP-DESCRIPCION
               MOVE Grupo-Hojas TO DP-CANTIDAD
               MOVE "N" TO DP-EXENTO
           END-IF.
           WRITE DTE-PENDIENTE-RECORD.
           ADD Grupo-Total TO Total-DTE.

       ESCRIBIR-CIERRE-DTE.
           MOVE "T" TO DP-TIPO-REG.
           MOVE "FACT" TO DP-ORIGEN.
           MOVE Cliente-Anterior TO DP-REFERENCIA.
           MOVE Periodo-Factura TO DP-PERIODO.
           MOVE 33 TO DP-TIPO-DTE.
           MOVE Cliente-Anterior TO DP-RECEPTOR.
           MOVE Nombre-Cliente TO DP-NOMBRE.
           MOVE SPACES TO DP-DESCRIPCION.
           MOVE ZEROS TO DP-CANTIDAD.
           MOVE Total-DTE TO DP-MONTO.
           MOVE SPACE TO DP-EXENTO.
           MOVE Exento-DTE TO DP-MONTO-EXENTO.
           MOVE SPACES TO DP-REF-DOC.
           MOVE ZEROS TO DP-REF-PERIODO.
           MOVE WS-Fecha-Sistema TO DP-FECHA.
           WRITE DTE-PENDIENTE-RECORD.

       BUSCAR-NOMBRE-CLIENTE.
           MOVE SPACES TO Nombre-Cliente.
