           SELECT CINTA-FILE ASSIGN TO "CINTA.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Cinta-Status.
           SELECT PRESTAMOS-FILE ASSIGN TO "PRESTAMOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Prestamos-Status.

       DATA DIVISION.
       FILE SECTION.
           COPY RECHAZOF.
       FD  CINTA-FILE.
       01  CINTA-LINEA PIC X(60).
       FD  PRESTAMOS-FILE.
           COPY PRESTAMO.

       WORKING-STORAGE SECTION.
       01 A              PIC S9(7)V99 VALUE 0.
       01 WS-Operadores-Status PIC XX VALUE "00".
       01 Rol-Operador        PIC X VALUE "S".
       01 Operador-Valido     PIC X VALUE "N".
       01 WS-Prestamos-Status PIC XX VALUE "00".
       01 Detalle-Rechazo     PIC X(40) VALUE SPACES.
       01 Solicitud-Prestamo  PIC X(10) VALUE SPACES.
       01 Capital-Prestamo    PIC S9(9)V99 VALUE 0.
       01 Tasa-Mensual        PIC 9(2)V9(4) VALUE 0.
       01 Tasa-Decimal        PIC 9V9(8) VALUE 0.
       01 Numero-Cuotas       PIC 9(3) VALUE 0.
       01 Fecha-Primera       PIC 9(8) VALUE 0.
       01 Metodo-Tabla        PIC X VALUE SPACE.
       01 Factor-Tasa         PIC 9(9)V9(9) VALUE 0.
       01 Factor-Cuota        PIC 9(3)V9(12) VALUE 0.
       01 Divisor-Cuota       PIC 9(9)V9(9) VALUE 0.
       01 Cuota-Fija          PIC S9(9)V99 VALUE 0.
       01 Amortizacion-Fija   PIC S9(9)V99 VALUE 0.
       01 Saldo-Prestamo      PIC S9(11)V99 VALUE 0.
       01 Cuota-Periodo       PIC S9(9)V99 VALUE 0.
       01 Interes-Periodo     PIC S9(9)V99 VALUE 0.
       01 Capital-Periodo     PIC S9(9)V99 VALUE 0.
       01 Total-Cuotas        PIC S9(11)V99 VALUE 0.
       01 Total-Intereses     PIC S9(11)V99 VALUE 0.
       01 Total-Capital       PIC S9(11)V99 VALUE 0.
       01 Interes-Frances     PIC S9(11)V99 VALUE 0.
       01 Interes-Aleman      PIC S9(11)V99 VALUE 0.
       01 Numero-Periodo      PIC 9(3) VALUE 0.
       01 Anio-Cuota          PIC 9(4) VALUE 0.
       01 Mes-Cuota           PIC 99 VALUE 0.
       01 Dia-Cuota           PIC 99 VALUE 0.
       01 Fecha-Vencimiento   PIC 9(8) VALUE 0.
       01 Cuota-Ajustada      PIC X VALUE "N".
       01 Cuota-Desbordada    PIC X VALUE "N".
       01 Cantidad-Prestamos  PIC 9(5) VALUE ZEROS.
       01 Cantidad-Prest-Rech PIC 9(5) VALUE ZEROS.
       01 Monto-Desp-1        PIC Z(9)9.99.
       01 Monto-Desp-2        PIC Z(9)9.99.
       01 Monto-Desp-3        PIC Z(9)9.99.
       01 Monto-Desp-4        PIC Z(9)9.99.
       01 Tasa-Desp           PIC Z9.9999.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
               STOP RUN
           END-IF.
           DISPLAY "Modo (I = Individual, L = Lote, ".
           DISPLAY "  T = Cinta de suma, C = Tabla de cuotas, ".
           DISPLAY "  P = Lote de prestamos): ".
           ACCEPT Modo-Operacion.
           EVALUATE Modo-Operacion
               WHEN "T"
               WHEN "t"
                   PERFORM PROCESAR-CINTA
               WHEN "C"
               WHEN "c"
                   PERFORM PROCESAR-CUOTAS
               WHEN "P"
               WHEN "p"
                   PERFORM PROCESAR-LOTE-PRESTAMOS
               WHEN OTHER
                   DISPLAY "Seleccione operacion:"
                   DISPLAY "  1 = Suma            2 = Resta"
                   DISPLAY "  3 = Multiplicacion  4 = Cuociente"
                   DISPLAY "  5 = Resto           6 = Potencia"
                   DISPLAY "  7 = Todas"
                   ACCEPT Operacion-Seleccionada
                   IF Modo-Operacion = "L" OR Modo-Operacion = "l"
                       PERFORM PROCESAR-LOTE
                   ELSE
                       PERFORM PROCESAR-INDIVIDUAL
                   END-IF
           END-EVALUATE.
           PERFORM REGISTRAR-AUDITORIA-GENERAL.
           STOP RUN.

           MOVE Operador TO RZ-OPERADOR.
           MOVE WS-Rechazo-Motivo TO RZ-MOTIVO.
           MOVE SPACES TO RZ-DETALLE.
           IF Detalle-Rechazo = SPACES
               STRING "A=" A " B=" B DELIMITED BY SIZE INTO RZ-DETALLE
           ELSE
               MOVE Detalle-Rechazo TO RZ-DETALLE
           END-IF.
           MOVE "A" TO RZ-ESTADO.
           MOVE SPACES TO RZ-RESUELTO-POR.
           MOVE ZEROS TO RZ-FECHA-RESOL.
           MOVE CUOCIENTE        TO ML-CUOCIENTE.
           MOVE RESTO            TO ML-RESTO.
           MOVE POTENCIA         TO ML-POTENCIA.
           MOVE "O"              TO ML-TIPO-REG.
           MOVE SPACES           TO ML-SOLICITUD.
           MOVE ZEROS            TO ML-CAPITAL.
           MOVE ZEROS            TO ML-TASA.
           MOVE ZEROS            TO ML-CUOTAS.
           MOVE ZEROS            TO ML-FECHA-PRIMERA.
           MOVE ZEROS            TO ML-CUOTA-FIJA.
           MOVE ZEROS            TO ML-INTERES-FRANCES.
           MOVE ZEROS            TO ML-INTERES-ALEMAN.
           WRITE MATH-LOG-RECORD.
           CLOSE MATH-LOG-FILE.

                   DELIMITED BY SIZE INTO MATH-REPORT-LINEA
           END-IF.
           WRITE MATH-REPORT-LINEA.

       PROCESAR-CUOTAS.
           MOVE "INDIVIDUAL" TO Solicitud-Prestamo.
           DISPLAY "Capital: ".
           ACCEPT WS-A-Input.
           COMPUTE Capital-Prestamo = FUNCTION NUMVAL(WS-A-Input).
           DISPLAY "Tasa de interes mensual en % (ej. 1.5): ".
           ACCEPT WS-B-Input.
           COMPUTE Tasa-Mensual = FUNCTION NUMVAL(WS-B-Input).
           DISPLAY "Numero de cuotas: ".
           ACCEPT Numero-Cuotas.
           DISPLAY "Vencimiento primera cuota (AAAAMMDD): ".
           ACCEPT Fecha-Primera.
           DISPLAY "Metodo (F = Frances, A = Amortizacion fija, ".
           DISPLAY "  espacio = ambos): ".
           ACCEPT Metodo-Tabla.
           OPEN OUTPUT MATH-REPORT-FILE.
           PERFORM GENERAR-TABLAS.
           CLOSE MATH-REPORT-FILE.
           IF Entrada-Valida = "Y"
               DISPLAY "Tabla de amortizacion grabada en MATHRPT.RPT"
           ELSE
               DISPLAY "Solicitud rechazada: " WS-Rechazo-Motivo
           END-IF.
           MOVE SPACES TO Audit-Entrada.
           STRING "CUOTAS CAP=" Capital-Prestamo " N=" Numero-Cuotas
               DELIMITED BY SIZE INTO Audit-Entrada.
           MOVE SPACES TO Audit-Salida.
           STRING "CUOTA=" Cuota-Fija " VALIDA=" Entrada-Valida
               DELIMITED BY SIZE INTO Audit-Salida.

       PROCESAR-LOTE-PRESTAMOS.
           MOVE ZEROS TO Cantidad-Prestamos.
           MOVE ZEROS TO Cantidad-Prest-Rech.
           MOVE "N" TO Fin-Archivo.
           OPEN INPUT PRESTAMOS-FILE.
           IF WS-Prestamos-Status NOT = "00"
               DISPLAY "No se pudo abrir PRESTAMOS.DAT."
           ELSE
               OPEN OUTPUT MATH-REPORT-FILE
               PERFORM UNTIL Fin-Archivo = "Y"
                   READ PRESTAMOS-FILE
                       AT END
                           MOVE "Y" TO Fin-Archivo
                       NOT AT END
                           PERFORM PROCESAR-PRESTAMO-LOTE
                   END-READ
               END-PERFORM
               CLOSE PRESTAMOS-FILE
               CLOSE MATH-REPORT-FILE
           END-IF.
           MOVE "N" TO Fin-Archivo.
           DISPLAY "Lote de prestamos procesado. Solicitudes: "
               Cantidad-Prestamos " rechazadas: " Cantidad-Prest-Rech.
           MOVE SPACES TO Audit-Entrada.
           STRING "LOTE PRESTAMOS=" Cantidad-Prestamos
               " RECH=" Cantidad-Prest-Rech
               DELIMITED BY SIZE INTO Audit-Entrada.
           MOVE "VER MATHRPT.RPT" TO Audit-Salida.

       PROCESAR-PRESTAMO-LOTE.
           ADD 1 TO Cantidad-Prestamos.
           MOVE SP-SOLICITUD TO Solicitud-Prestamo.
           MOVE SP-CAPITAL TO Capital-Prestamo.
           MOVE SP-TASA TO Tasa-Mensual.
           MOVE SP-CUOTAS TO Numero-Cuotas.
           MOVE SP-FECHA-PRIMERA TO Fecha-Primera.
           MOVE SP-METODO TO Metodo-Tabla.
           PERFORM GENERAR-TABLAS.
           IF Entrada-Valida = "N"
               ADD 1 TO Cantidad-Prest-Rech
           END-IF.

       GENERAR-TABLAS.
           MOVE ZEROS TO Cuota-Fija.
           MOVE ZEROS TO Interes-Frances.
           MOVE ZEROS TO Interes-Aleman.
           IF Metodo-Tabla = "f"
               MOVE "F" TO Metodo-Tabla
           END-IF.
           IF Metodo-Tabla = "a"
               MOVE "A" TO Metodo-Tabla
           END-IF.
           PERFORM VALIDAR-PRESTAMO.
           IF Entrada-Valida = "Y"
               COMPUTE Tasa-Decimal = Tasa-Mensual / 100
               IF Metodo-Tabla NOT = "A"
                   PERFORM TABLA-FRANCES
               END-IF
               IF Metodo-Tabla NOT = "F" AND Entrada-Valida = "Y"
                   PERFORM TABLA-AMORTIZACION-FIJA
               END-IF
           END-IF.
           IF Entrada-Valida = "N"
               MOVE SPACES TO MATH-REPORT-LINEA
               STRING "SOLICITUD " Solicitud-Prestamo
                   " RECHAZADA: " WS-Rechazo-Motivo
                   DELIMITED BY SIZE INTO MATH-REPORT-LINEA
               WRITE MATH-REPORT-LINEA
               MOVE SPACES TO Detalle-Rechazo
               STRING "SOL=" Solicitud-Prestamo " N=" Numero-Cuotas
                   " VENC=" Fecha-Primera
                   DELIMITED BY SIZE INTO Detalle-Rechazo
               PERFORM REGISTRAR-RECHAZO
               MOVE SPACES TO Detalle-Rechazo
           END-IF.
           PERFORM REGISTRAR-LOG-CUOTAS.

       VALIDAR-PRESTAMO.
           MOVE "Y" TO Entrada-Valida.
           MOVE Fecha-Primera(5:2) TO Mes-Cuota.
           MOVE Fecha-Primera(7:2) TO Dia-Cuota.
           IF Metodo-Tabla NOT = "F" AND Metodo-Tabla NOT = "A"
               AND Metodo-Tabla NOT = SPACE
               MOVE "N" TO Entrada-Valida
               MOVE "METODO DE AMORTIZACION INVALIDO"
                   TO WS-Rechazo-Motivo
           END-IF.
           IF Mes-Cuota < 1 OR Mes-Cuota > 12
               OR Dia-Cuota < 1 OR Dia-Cuota > 31
               MOVE "N" TO Entrada-Valida
               MOVE "FECHA PRIMER VENCIMIENTO INVALIDA"
                   TO WS-Rechazo-Motivo
           END-IF.
           IF Numero-Cuotas < 1 OR Numero-Cuotas > 360
               MOVE "N" TO Entrada-Valida
               MOVE "NUMERO DE CUOTAS INVALIDO" TO WS-Rechazo-Motivo
           END-IF.
           IF Tasa-Mensual > 20
               MOVE "N" TO Entrada-Valida
               MOVE "TASA MENSUAL FUERA DE RANGO" TO WS-Rechazo-Motivo
           END-IF.
           IF Capital-Prestamo NOT > 0
               MOVE "N" TO Entrada-Valida
               MOVE "CAPITAL INVALIDO" TO WS-Rechazo-Motivo
           END-IF.

       TABLA-FRANCES.
           MOVE "N" TO Cuota-Desbordada.
           IF Tasa-Decimal = 0
               COMPUTE Cuota-Fija ROUNDED =
                   Capital-Prestamo / Numero-Cuotas
           ELSE
               MOVE 1 TO Factor-Tasa
               PERFORM Numero-Cuotas TIMES
                   COMPUTE Factor-Tasa ROUNDED =
                       Factor-Tasa * (1 + Tasa-Decimal)
                       ON SIZE ERROR
                           MOVE "Y" TO Cuota-Desbordada
                   END-COMPUTE
               END-PERFORM
               IF Cuota-Desbordada = "N"
                   COMPUTE Divisor-Cuota = Factor-Tasa - 1
                   COMPUTE Factor-Cuota ROUNDED =
                       Tasa-Decimal * Factor-Tasa
                   COMPUTE Factor-Cuota ROUNDED =
                       Factor-Cuota / Divisor-Cuota
                   COMPUTE Cuota-Fija ROUNDED =
                       Capital-Prestamo * Factor-Cuota
                       ON SIZE ERROR
                           MOVE "Y" TO Cuota-Desbordada
                   END-COMPUTE
               END-IF
           END-IF.
           IF Cuota-Desbordada = "Y"
               MOVE "N" TO Entrada-Valida
               MOVE "DESBORDE EN CUOTA" TO WS-Rechazo-Motivo
               MOVE ZEROS TO Cuota-Fija
           ELSE
               MOVE SPACES TO MATH-REPORT-LINEA
               MOVE "TABLA DE AMORTIZACION - METODO FRANCES"
                   TO MATH-REPORT-LINEA
               PERFORM ESCRIBIR-ENCABEZADO-TABLA
               PERFORM VARYING Numero-Periodo FROM 1 BY 1
                   UNTIL Numero-Periodo > Numero-Cuotas
                   COMPUTE Interes-Periodo ROUNDED =
                       Saldo-Prestamo * Tasa-Decimal
                   IF Numero-Periodo = Numero-Cuotas
                       MOVE Saldo-Prestamo TO Capital-Periodo
                       COMPUTE Cuota-Periodo =
                           Capital-Periodo + Interes-Periodo
                       IF Cuota-Periodo NOT = Cuota-Fija
                           MOVE "Y" TO Cuota-Ajustada
                       END-IF
                   ELSE
                       MOVE Cuota-Fija TO Cuota-Periodo
                       COMPUTE Capital-Periodo =
                           Cuota-Periodo - Interes-Periodo
                   END-IF
                   PERFORM ESCRIBIR-PERIODO
               END-PERFORM
               PERFORM ESCRIBIR-TOTALES-TABLA
               MOVE Total-Intereses TO Interes-Frances
           END-IF.

       TABLA-AMORTIZACION-FIJA.
           COMPUTE Amortizacion-Fija ROUNDED =
               Capital-Prestamo / Numero-Cuotas.
           MOVE SPACES TO MATH-REPORT-LINEA.
           MOVE "TABLA DE AMORTIZACION - CAPITAL FIJO"
               TO MATH-REPORT-LINEA.
           PERFORM ESCRIBIR-ENCABEZADO-TABLA.
           PERFORM VARYING Numero-Periodo FROM 1 BY 1
               UNTIL Numero-Periodo > Numero-Cuotas
               COMPUTE Interes-Periodo ROUNDED =
                   Saldo-Prestamo * Tasa-Decimal
               IF Numero-Periodo = Numero-Cuotas
                   MOVE Saldo-Prestamo TO Capital-Periodo
                   IF Capital-Periodo NOT = Amortizacion-Fija
                       MOVE "Y" TO Cuota-Ajustada
                   END-IF
               ELSE
                   MOVE Amortizacion-Fija TO Capital-Periodo
               END-IF
               COMPUTE Cuota-Periodo = Capital-Periodo + Interes-Periodo
               PERFORM ESCRIBIR-PERIODO
           END-PERFORM.
           PERFORM ESCRIBIR-TOTALES-TABLA.
           MOVE Total-Intereses TO Interes-Aleman.

       ESCRIBIR-ENCABEZADO-TABLA.
           WRITE MATH-REPORT-LINEA.
           DISPLAY MATH-REPORT-LINEA.
           MOVE Capital-Prestamo TO Monto-Desp-1.
           MOVE Tasa-Mensual TO Tasa-Desp.
           MOVE SPACES TO MATH-REPORT-LINEA.
           STRING "SOLICITUD " Solicitud-Prestamo
               " CAPITAL " Monto-Desp-1
               " TASA MENSUAL " Tasa-Desp "%"
               " CUOTAS " Numero-Cuotas
               DELIMITED BY SIZE INTO MATH-REPORT-LINEA.
           PERFORM ESCRIBIR-LINEA-TABLA.
           MOVE SPACES TO MATH-REPORT-LINEA.
           STRING "NRO VENCIMIENTO        CUOTA       INTERES"
               "       CAPITAL         SALDO"
               DELIMITED BY SIZE INTO MATH-REPORT-LINEA.
           PERFORM ESCRIBIR-LINEA-TABLA.
           MOVE Capital-Prestamo TO Saldo-Prestamo.
           MOVE ZEROS TO Total-Cuotas.
           MOVE ZEROS TO Total-Intereses.
           MOVE ZEROS TO Total-Capital.
           MOVE "N" TO Cuota-Ajustada.
           MOVE Fecha-Primera(1:4) TO Anio-Cuota.
           MOVE Fecha-Primera(5:2) TO Mes-Cuota.
           MOVE Fecha-Primera(7:2) TO Dia-Cuota.
           IF Dia-Cuota > 28
               MOVE 28 TO Dia-Cuota
           END-IF.

       ESCRIBIR-PERIODO.
           SUBTRACT Capital-Periodo FROM Saldo-Prestamo.
           ADD Cuota-Periodo TO Total-Cuotas.
           ADD Interes-Periodo TO Total-Intereses.
           ADD Capital-Periodo TO Total-Capital.
           COMPUTE Fecha-Vencimiento = Anio-Cuota * 10000
               + Mes-Cuota * 100 + Dia-Cuota.
           MOVE Cuota-Periodo TO Monto-Desp-1.
           MOVE Interes-Periodo TO Monto-Desp-2.
           MOVE Capital-Periodo TO Monto-Desp-3.
           MOVE Saldo-Prestamo TO Monto-Desp-4.
           MOVE SPACES TO MATH-REPORT-LINEA.
           STRING Numero-Periodo " " Fecha-Vencimiento " "
               Monto-Desp-1 " " Monto-Desp-2 " " Monto-Desp-3 " "
               Monto-Desp-4
               DELIMITED BY SIZE INTO MATH-REPORT-LINEA.
           PERFORM ESCRIBIR-LINEA-TABLA.
           ADD 1 TO Mes-Cuota.
           IF Mes-Cuota > 12
               MOVE 1 TO Mes-Cuota
               ADD 1 TO Anio-Cuota
           END-IF.

       ESCRIBIR-TOTALES-TABLA.
           MOVE Total-Cuotas TO Monto-Desp-1.
           MOVE Total-Intereses TO Monto-Desp-2.
           MOVE Total-Capital TO Monto-Desp-3.
           MOVE SPACES TO MATH-REPORT-LINEA.
           STRING "TOTALES      " Monto-Desp-1 " " Monto-Desp-2 " "
               Monto-Desp-3
               DELIMITED BY SIZE INTO MATH-REPORT-LINEA.
           PERFORM ESCRIBIR-LINEA-TABLA.
           IF Cuota-Ajustada = "Y"
               MOVE SPACES TO MATH-REPORT-LINEA
               MOVE "ULTIMA CUOTA AJUSTADA POR REDONDEO"
                   TO MATH-REPORT-LINEA
               PERFORM ESCRIBIR-LINEA-TABLA
           END-IF.
           MOVE SPACES TO MATH-REPORT-LINEA.
           PERFORM ESCRIBIR-LINEA-TABLA.

       ESCRIBIR-LINEA-TABLA.
           WRITE MATH-REPORT-LINEA.
           DISPLAY MATH-REPORT-LINEA.

       REGISTRAR-LOG-CUOTAS.
           ACCEPT Fecha-Actual FROM DATE YYYYMMDD.
           ACCEPT Hora-Actual FROM TIME.
           OPEN EXTEND MATH-LOG-FILE.
           IF WS-Mathlog-Status = "35"
               OPEN OUTPUT MATH-LOG-FILE
               CLOSE MATH-LOG-FILE
               OPEN EXTEND MATH-LOG-FILE
           END-IF.
           MOVE Fecha-Actual     TO ML-FECHA.
           MOVE Hora-Actual      TO ML-HORA.
           MOVE Operador         TO ML-OPERADOR.
           MOVE ZEROS            TO ML-A.
           MOVE ZEROS            TO ML-B.
           MOVE ZEROS            TO ML-SUMA.
           MOVE ZEROS            TO ML-RESTA.
           MOVE ZEROS            TO ML-MULTIPLICACION.
           MOVE ZEROS            TO ML-CUOCIENTE.
           MOVE ZEROS            TO ML-RESTO.
           MOVE ZEROS            TO ML-POTENCIA.
           IF Entrada-Valida = "Y"
               MOVE "C"          TO ML-TIPO-REG
           ELSE
               MOVE "R"          TO ML-TIPO-REG
           END-IF.
           MOVE Solicitud-Prestamo TO ML-SOLICITUD.
           MOVE Capital-Prestamo TO ML-CAPITAL.
           MOVE Tasa-Mensual     TO ML-TASA.
           MOVE Numero-Cuotas    TO ML-CUOTAS.
           MOVE Fecha-Primera    TO ML-FECHA-PRIMERA.
           MOVE Cuota-Fija       TO ML-CUOTA-FIJA.
           MOVE Interes-Frances  TO ML-INTERES-FRANCES.
           MOVE Interes-Aleman   TO ML-INTERES-ALEMAN.
           WRITE MATH-LOG-RECORD.
           CLOSE MATH-LOG-FILE.
