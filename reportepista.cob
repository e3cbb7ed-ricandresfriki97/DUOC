       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORTE-PISTAS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PEAJE-LOG-FILE ASSIGN TO "PEAJELOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Peajelog-Status.
           SELECT SUSPENSO-FILE ASSIGN TO "SUSPENSO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Suspenso-Status.
           SELECT DUPLICADOS-FILE ASSIGN TO "DUPLICADOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Duplicados-Status.
           SELECT VEHICULOS-FILE ASSIGN TO "VEHICULOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VH-PATENTE
               FILE STATUS IS WS-Vehiculos-Status.
           SELECT PISTAS-FILE ASSIGN TO "PISTAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Pistas-Status.
           SELECT PISTA-CONFIG-FILE ASSIGN TO "PISTACFG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Pistacfg-Status.
           SELECT PISTA-HIST-FILE ASSIGN TO "PISTAHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Pistahist-Status.
           SELECT PISTA-HIST-TMP-FILE ASSIGN TO "PISTAHTMP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Pistahtmp-Status.
           SELECT EQUIPO-PISTA-FILE ASSIGN TO "EQUIPOPISTA.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDITORIA-FILE ASSIGN TO "AUDITORIA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Auditoria-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  PEAJE-LOG-FILE.
           COPY PEAJELOG.
       FD  SUSPENSO-FILE.
           COPY SUSPENSO.
       FD  DUPLICADOS-FILE.
           COPY DUPTAG.
       FD  VEHICULOS-FILE.
           COPY VEHICULO.
       FD  PISTAS-FILE.
           COPY PISTA.
       FD  PISTA-CONFIG-FILE.
           COPY PISTACFG.
       FD  PISTA-HIST-FILE.
           COPY PISTAHIST.
       FD  PISTA-HIST-TMP-FILE.
       01  PISTA-HIST-TMP-RECORD PIC X(40).
       FD  EQUIPO-PISTA-FILE.
       01  EQUIPO-PISTA-LINEA PIC X(120).
       FD  AUDITORIA-FILE.
           COPY AUDITORIAF.

       WORKING-STORAGE SECTION.
       01 LANES-TABLE.
           05 LANE-ENTRY OCCURS 100 TIMES INDEXED BY LN-IDX.
               10 LN-PLAZA          PIC X(3).
               10 LN-PISTA          PIC 99.
               10 LN-TIPO           PIC X.
               10 LN-REGISTRADA     PIC X.
               10 LN-CRUCES         PIC 9(7).
               10 LN-SUSPENSOS      PIC 9(7).
               10 LN-DUPLICADOS     PIC 9(7).
               10 LN-VERIFICADOS    PIC 9(7).
               10 LN-CAT-DISTINTA   PIC 9(7).
               10 LN-LECTURAS       PIC 9(7).
               10 LN-TASA-SUSPENSO  PIC 9(3)V99.
               10 LN-TASA-DUPLICADO PIC 9(3)V99.
               10 LN-TASA-CATEGORIA PIC 9(3)V99.
               10 LN-HIST-DIAS      PIC 9(3).
               10 LN-HIST-LECTURAS  PIC 9(9).
               10 LN-HIST-SUSPENSO  PIC 9(7)V99.
               10 LN-HIST-DUPLICADO PIC 9(7)V99.
               10 LN-HIST-CATEGORIA PIC 9(7)V99.
               10 LN-ALERTA         PIC X(30).
       01 LANES-COUNT         PIC 9(4) VALUE 0.
       01 Lanes-Desbordadas   PIC X VALUE "N".
       01 Lane-Encontrada     PIC X VALUE "N".
       01 Lane-Posicion       PIC 9(4) VALUE 0.
       01 Plaza-Buscada       PIC X(3) VALUE SPACES.
       01 Pista-Buscada       PIC 99 VALUE 0.
       01 Fin-Archivo         PIC X VALUE "N".
       01 Reporte-Fecha       PIC 9(8) VALUE 0.
       01 Dias-Reporte        PIC 9(7) VALUE 0.
       01 Dias-Historia       PIC 9(7) VALUE 0.
       01 Dias-Atras          PIC S9(7) VALUE 0.
       01 Dias-Promedio       PIC 99 VALUE 7.
       01 Factor-Alerta       PIC 9V9 VALUE 2.
       01 Minimo-Puntos       PIC 99V99 VALUE 2.
       01 Promedio-Suspenso   PIC 9(3)V99 VALUE 0.
       01 Promedio-Duplicado  PIC 9(3)V99 VALUE 0.
       01 Promedio-Categoria  PIC 9(3)V99 VALUE 0.
       01 Promedio-Lecturas   PIC 9(7) VALUE 0.
       01 Umbral-Tasa         PIC 9(5)V99 VALUE 0.
       01 Cantidad-Alertas    PIC 9(5) VALUE 0.
       01 Total-Lecturas      PIC 9(9) VALUE 0.
       01 Tipo-Desp           PIC X(8) VALUE SPACES.
       01 Tasa-Desp-1         PIC ZZ9.99.
       01 Tasa-Desp-2         PIC ZZ9.99.
       01 Tasa-Desp-3         PIC ZZ9.99.
       01 Prom-Desp-1         PIC ZZ9.99.
       01 Prom-Desp-2         PIC ZZ9.99.
       01 Prom-Desp-3         PIC ZZ9.99.
       01 Vehiculos-Disponible PIC X VALUE "N".
       01 WS-Peajelog-Status  PIC XX VALUE "00".
       01 WS-Suspenso-Status  PIC XX VALUE "00".
       01 WS-Duplicados-Status PIC XX VALUE "00".
       01 WS-Vehiculos-Status PIC XX VALUE "00".
       01 WS-Pistas-Status    PIC XX VALUE "00".
       01 WS-Pistacfg-Status  PIC XX VALUE "00".
       01 WS-Pistahist-Status PIC XX VALUE "00".
       01 WS-Pistahtmp-Status PIC XX VALUE "00".
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
           MOVE WS-Fecha-Sistema TO Reporte-Fecha.
           DISPLAY "Fecha del reporte (AAAAMMDD, 0 = hoy ".
           DISPLAY Reporte-Fecha "): ".
           ACCEPT Reporte-Fecha.
           IF Reporte-Fecha = 0
               MOVE WS-Fecha-Sistema TO Reporte-Fecha
           END-IF.
           COMPUTE Dias-Reporte =
               FUNCTION INTEGER-OF-DATE(Reporte-Fecha).
           PERFORM CARGAR-CONFIG-PISTA.
           PERFORM CARGAR-PISTAS.
           PERFORM ACUMULAR-CRUCES.
           PERFORM ACUMULAR-SUSPENSOS.
           PERFORM ACUMULAR-DUPLICADOS.
           PERFORM CALCULAR-TASAS.
           PERFORM ACTUALIZAR-HISTORIA.
           PERFORM EVALUAR-ALERTAS.
           PERFORM ESCRIBIR-REPORTE.
           IF Lanes-Desbordadas = "Y"
               DISPLAY "ATENCION: mas de 100 pistas, reporte "
                   "incompleto."
           END-IF.
           DISPLAY "Reporte generado: EQUIPOPISTA.RPT".
           MOVE SPACES TO Audit-Entrada.
           STRING "REPORTE PISTAS FECHA=" Reporte-Fecha
               DELIMITED BY SIZE INTO Audit-Entrada.
           MOVE SPACES TO Audit-Salida.
           STRING "PISTAS=" LANES-COUNT " ALERTAS=" Cantidad-Alertas
               DELIMITED BY SIZE INTO Audit-Salida.
           PERFORM REGISTRAR-AUDITORIA.
           STOP RUN.

       CARGAR-CONFIG-PISTA.
           OPEN INPUT PISTA-CONFIG-FILE.
           IF WS-Pistacfg-Status = "00"
               READ PISTA-CONFIG-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PK-DIAS-PROMEDIO > 0
                           MOVE PK-DIAS-PROMEDIO TO Dias-Promedio
                       END-IF
                       IF PK-FACTOR-ALERTA > 0
                           MOVE PK-FACTOR-ALERTA TO Factor-Alerta
                       END-IF
                       MOVE PK-MINIMO-PUNTOS TO Minimo-Puntos
               END-READ
               CLOSE PISTA-CONFIG-FILE
           END-IF.

       CARGAR-PISTAS.
           MOVE ZEROS TO LANES-COUNT.
           MOVE "N" TO Fin-Archivo.
           OPEN INPUT PISTAS-FILE.
           IF WS-Pistas-Status = "00"
               PERFORM UNTIL Fin-Archivo = "Y"
                   READ PISTAS-FILE
                       AT END
                           MOVE "Y" TO Fin-Archivo
                       NOT AT END
                           IF PI-ESTADO = "A"
                               MOVE PI-PLAZA TO Plaza-Buscada
                               MOVE PI-PISTA TO Pista-Buscada
                               PERFORM UBICAR-PISTA
                               IF Lane-Encontrada = "Y"
                                   MOVE PI-TIPO TO LN-TIPO(LN-IDX)
                                   MOVE "Y" TO LN-REGISTRADA(LN-IDX)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PISTAS-FILE
           END-IF.
           MOVE "N" TO Fin-Archivo.

       UBICAR-PISTA.
           MOVE "N" TO Lane-Encontrada.
           PERFORM VARYING LN-IDX FROM 1 BY 1
               UNTIL LN-IDX > LANES-COUNT
               IF LN-PLAZA(LN-IDX) = Plaza-Buscada
                   AND LN-PISTA(LN-IDX) = Pista-Buscada
                   MOVE "Y" TO Lane-Encontrada
                   SET Lane-Posicion TO LN-IDX
                   MOVE LANES-COUNT TO LN-IDX
               END-IF
           END-PERFORM.
           IF Lane-Encontrada = "Y"
               SET LN-IDX TO Lane-Posicion
           ELSE
               IF LANES-COUNT < 100
                   ADD 1 TO LANES-COUNT
                   SET LN-IDX TO LANES-COUNT
                   MOVE Plaza-Buscada TO LN-PLAZA(LN-IDX)
                   MOVE Pista-Buscada TO LN-PISTA(LN-IDX)
                   MOVE SPACE TO LN-TIPO(LN-IDX)
                   MOVE "N" TO LN-REGISTRADA(LN-IDX)
                   MOVE ZEROS TO LN-CRUCES(LN-IDX)
                   MOVE ZEROS TO LN-SUSPENSOS(LN-IDX)
                   MOVE ZEROS TO LN-DUPLICADOS(LN-IDX)
                   MOVE ZEROS TO LN-VERIFICADOS(LN-IDX)
                   MOVE ZEROS TO LN-CAT-DISTINTA(LN-IDX)
                   MOVE ZEROS TO LN-LECTURAS(LN-IDX)
                   MOVE ZEROS TO LN-TASA-SUSPENSO(LN-IDX)
                   MOVE ZEROS TO LN-TASA-DUPLICADO(LN-IDX)
                   MOVE ZEROS TO LN-TASA-CATEGORIA(LN-IDX)
                   MOVE ZEROS TO LN-HIST-DIAS(LN-IDX)
                   MOVE ZEROS TO LN-HIST-LECTURAS(LN-IDX)
                   MOVE ZEROS TO LN-HIST-SUSPENSO(LN-IDX)
                   MOVE ZEROS TO LN-HIST-DUPLICADO(LN-IDX)
                   MOVE ZEROS TO LN-HIST-CATEGORIA(LN-IDX)
                   MOVE SPACES TO LN-ALERTA(LN-IDX)
                   MOVE "Y" TO Lane-Encontrada
               ELSE
                   MOVE "Y" TO Lanes-Desbordadas
               END-IF
           END-IF.

       ACUMULAR-CRUCES.
           MOVE "N" TO Vehiculos-Disponible.
           OPEN INPUT VEHICULOS-FILE.
           IF WS-Vehiculos-Status = "00"
               MOVE "Y" TO Vehiculos-Disponible
           END-IF.
           MOVE "N" TO Fin-Archivo.
           OPEN INPUT PEAJE-LOG-FILE.
           IF WS-Peajelog-Status = "00"
               PERFORM UNTIL Fin-Archivo = "Y"
                   READ PEAJE-LOG-FILE
                       AT END
                           MOVE "Y" TO Fin-Archivo
                       NOT AT END
                           IF PL-FECHA = Reporte-Fecha
                               AND PL-PLAZA NOT = SPACES
                               AND PL-CATEGORIA NOT = "interop"
                               AND PL-CATEGORIA NOT = "interes"
                               PERFORM ACUMULAR-CRUCE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PEAJE-LOG-FILE
           END-IF.
           MOVE "N" TO Fin-Archivo.
           IF Vehiculos-Disponible = "Y"
               CLOSE VEHICULOS-FILE
           END-IF.

       ACUMULAR-CRUCE.
           MOVE PL-PLAZA TO Plaza-Buscada.
           IF PL-PISTA NUMERIC
               MOVE PL-PISTA TO Pista-Buscada
           ELSE
               MOVE ZEROS TO Pista-Buscada
           END-IF.
           PERFORM UBICAR-PISTA.
           IF Lane-Encontrada = "Y"
               ADD 1 TO LN-CRUCES(LN-IDX)
               IF Vehiculos-Disponible = "Y"
                   AND PL-PATENTE NOT = SPACES
                   MOVE PL-PATENTE TO VH-PATENTE
                   READ VEHICULOS-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           ADD 1 TO LN-VERIFICADOS(LN-IDX)
                           IF VH-CATEGORIA NOT = PL-CATEGORIA
                               ADD 1 TO LN-CAT-DISTINTA(LN-IDX)
                           END-IF
                   END-READ
               END-IF
           END-IF.

       ACUMULAR-SUSPENSOS.
           MOVE "N" TO Fin-Archivo.
           OPEN INPUT SUSPENSO-FILE.
           IF WS-Suspenso-Status = "00"
               PERFORM UNTIL Fin-Archivo = "Y"
                   READ SUSPENSO-FILE
                       AT END
                           MOVE "Y" TO Fin-Archivo
                       NOT AT END
                           IF SU-FECHA = Reporte-Fecha
                               AND (SU-MOTIVO = "PATENTE NO REGISTRADA"
                               OR SU-MOTIVO =
                                   "CUENTA NO COINCIDE CON REGISTRO")
                               MOVE SU-PLAZA TO Plaza-Buscada
                               IF SU-PISTA NUMERIC
                                   MOVE SU-PISTA TO Pista-Buscada
                               ELSE
                                   MOVE ZEROS TO Pista-Buscada
                               END-IF
                               PERFORM UBICAR-PISTA
                               IF Lane-Encontrada = "Y"
                                   ADD 1 TO LN-SUSPENSOS(LN-IDX)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SUSPENSO-FILE
           END-IF.
           MOVE "N" TO Fin-Archivo.

       ACUMULAR-DUPLICADOS.
           MOVE "N" TO Fin-Archivo.
           OPEN INPUT DUPLICADOS-FILE.
           IF WS-Duplicados-Status = "00"
               PERFORM UNTIL Fin-Archivo = "Y"
                   READ DUPLICADOS-FILE
                       AT END
                           MOVE "Y" TO Fin-Archivo
                       NOT AT END
                           IF DP-FECHA-CRUCE = Reporte-Fecha
                               MOVE DP-PLAZA TO Plaza-Buscada
                               IF DP-PISTA NUMERIC
                                   MOVE DP-PISTA TO Pista-Buscada
                               ELSE
                                   MOVE ZEROS TO Pista-Buscada
                               END-IF
                               PERFORM UBICAR-PISTA
                               IF Lane-Encontrada = "Y"
                                   ADD 1 TO LN-DUPLICADOS(LN-IDX)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DUPLICADOS-FILE
           END-IF.
           MOVE "N" TO Fin-Archivo.

       CALCULAR-TASAS.
           MOVE ZEROS TO Total-Lecturas.
           PERFORM VARYING LN-IDX FROM 1 BY 1
               UNTIL LN-IDX > LANES-COUNT
               COMPUTE LN-LECTURAS(LN-IDX) = LN-CRUCES(LN-IDX)
                   + LN-SUSPENSOS(LN-IDX) + LN-DUPLICADOS(LN-IDX)
               ADD LN-LECTURAS(LN-IDX) TO Total-Lecturas
               IF LN-LECTURAS(LN-IDX) > 0
                   COMPUTE LN-TASA-SUSPENSO(LN-IDX) ROUNDED =
                       LN-SUSPENSOS(LN-IDX) * 100
                       / LN-LECTURAS(LN-IDX)
                   COMPUTE LN-TASA-DUPLICADO(LN-IDX) ROUNDED =
                       LN-DUPLICADOS(LN-IDX) * 100
                       / LN-LECTURAS(LN-IDX)
               END-IF
               IF LN-VERIFICADOS(LN-IDX) > 0
                   COMPUTE LN-TASA-CATEGORIA(LN-IDX) ROUNDED =
                       LN-CAT-DISTINTA(LN-IDX) * 100
                       / LN-VERIFICADOS(LN-IDX)
               END-IF
           END-PERFORM.

       ACTUALIZAR-HISTORIA.
           MOVE "N" TO Fin-Archivo.
           OPEN OUTPUT PISTA-HIST-TMP-FILE.
           OPEN INPUT PISTA-HIST-FILE.
           IF WS-Pistahist-Status = "00"
               PERFORM UNTIL Fin-Archivo = "Y"
                   READ PISTA-HIST-FILE
                       AT END
                           MOVE "Y" TO Fin-Archivo
                       NOT AT END
                           IF HP-FECHA NOT = Reporte-Fecha
                               PERFORM ACUMULAR-HISTORIA
                               MOVE SPACES TO PISTA-HIST-TMP-RECORD
                               MOVE PISTA-HIST-RECORD
                                   TO PISTA-HIST-TMP-RECORD
                               WRITE PISTA-HIST-TMP-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PISTA-HIST-FILE
           END-IF.
           PERFORM VARYING LN-IDX FROM 1 BY 1
               UNTIL LN-IDX > LANES-COUNT
               IF LN-LECTURAS(LN-IDX) > 0
                   MOVE Reporte-Fecha TO HP-FECHA
                   MOVE LN-PLAZA(LN-IDX) TO HP-PLAZA
                   MOVE LN-PISTA(LN-IDX) TO HP-PISTA
                   MOVE LN-LECTURAS(LN-IDX) TO HP-LECTURAS
                   MOVE LN-TASA-SUSPENSO(LN-IDX) TO HP-TASA-SUSPENSO
                   MOVE LN-TASA-DUPLICADO(LN-IDX)
                       TO HP-TASA-DUPLICADO
                   MOVE LN-TASA-CATEGORIA(LN-IDX)
                       TO HP-TASA-CATEGORIA
                   MOVE SPACES TO PISTA-HIST-TMP-RECORD
                   MOVE PISTA-HIST-RECORD TO PISTA-HIST-TMP-RECORD
                   WRITE PISTA-HIST-TMP-RECORD
               END-IF
           END-PERFORM.
           CLOSE PISTA-HIST-TMP-FILE.
           MOVE "N" TO Fin-Archivo.
           OPEN INPUT PISTA-HIST-TMP-FILE.
           OPEN OUTPUT PISTA-HIST-FILE.
           PERFORM UNTIL Fin-Archivo = "Y"
               READ PISTA-HIST-TMP-FILE
                   AT END
                       MOVE "Y" TO Fin-Archivo
                   NOT AT END
                       MOVE PISTA-HIST-TMP-RECORD TO PISTA-HIST-RECORD
                       WRITE PISTA-HIST-RECORD
               END-READ
           END-PERFORM.
           CLOSE PISTA-HIST-TMP-FILE.
           CLOSE PISTA-HIST-FILE.
           MOVE "N" TO Fin-Archivo.

       ACUMULAR-HISTORIA.
           COMPUTE Dias-Historia =
               FUNCTION INTEGER-OF-DATE(HP-FECHA)
               ON SIZE ERROR MOVE 0 TO Dias-Historia
           END-COMPUTE.
           IF Dias-Historia > 0
               COMPUTE Dias-Atras = Dias-Reporte - Dias-Historia
               IF Dias-Atras > 0 AND Dias-Atras <= Dias-Promedio
                   PERFORM VARYING LN-IDX FROM 1 BY 1
                       UNTIL LN-IDX > LANES-COUNT
                       IF LN-PLAZA(LN-IDX) = HP-PLAZA
                           AND LN-PISTA(LN-IDX) = HP-PISTA
                           ADD 1 TO LN-HIST-DIAS(LN-IDX)
                           ADD HP-LECTURAS TO LN-HIST-LECTURAS(LN-IDX)
                           ADD HP-TASA-SUSPENSO
                               TO LN-HIST-SUSPENSO(LN-IDX)
                           ADD HP-TASA-DUPLICADO
                               TO LN-HIST-DUPLICADO(LN-IDX)
                           ADD HP-TASA-CATEGORIA
                               TO LN-HIST-CATEGORIA(LN-IDX)
                           MOVE LANES-COUNT TO LN-IDX
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.

       EVALUAR-ALERTAS.
           MOVE ZEROS TO Cantidad-Alertas.
           PERFORM VARYING LN-IDX FROM 1 BY 1
               UNTIL LN-IDX > LANES-COUNT
               MOVE SPACES TO LN-ALERTA(LN-IDX)
               IF LN-REGISTRADA(LN-IDX) = "N"
                   MOVE "PISTA NO REGISTRADA" TO LN-ALERTA(LN-IDX)
               END-IF
               IF LN-HIST-DIAS(LN-IDX) > 0
                   PERFORM CALCULAR-PROMEDIOS
                   IF LN-LECTURAS(LN-IDX) = 0
                       AND Promedio-Lecturas > 0
                       MOVE "SIN LECTURAS" TO LN-ALERTA(LN-IDX)
                   END-IF
                   MOVE Promedio-Duplicado TO Umbral-Tasa
                   PERFORM CALCULAR-UMBRAL
                   IF LN-TASA-DUPLICADO(LN-IDX) > Umbral-Tasa
                       MOVE "ALZA DOBLE LECTURA" TO LN-ALERTA(LN-IDX)
                   END-IF
                   MOVE Promedio-Categoria TO Umbral-Tasa
                   PERFORM CALCULAR-UMBRAL
                   IF LN-TASA-CATEGORIA(LN-IDX) > Umbral-Tasa
                       MOVE "ALZA CATEGORIA DISTINTA"
                           TO LN-ALERTA(LN-IDX)
                   END-IF
                   MOVE Promedio-Suspenso TO Umbral-Tasa
                   PERFORM CALCULAR-UMBRAL
                   IF LN-TASA-SUSPENSO(LN-IDX) > Umbral-Tasa
                       MOVE "ALZA SUSPENSOS" TO LN-ALERTA(LN-IDX)
                   END-IF
               END-IF
               IF LN-ALERTA(LN-IDX) NOT = SPACES
                   ADD 1 TO Cantidad-Alertas
               END-IF
           END-PERFORM.

       CALCULAR-PROMEDIOS.
           COMPUTE Promedio-Lecturas ROUNDED =
               LN-HIST-LECTURAS(LN-IDX) / LN-HIST-DIAS(LN-IDX).
           COMPUTE Promedio-Suspenso ROUNDED =
               LN-HIST-SUSPENSO(LN-IDX) / LN-HIST-DIAS(LN-IDX).
           COMPUTE Promedio-Duplicado ROUNDED =
               LN-HIST-DUPLICADO(LN-IDX) / LN-HIST-DIAS(LN-IDX).
           COMPUTE Promedio-Categoria ROUNDED =
               LN-HIST-CATEGORIA(LN-IDX) / LN-HIST-DIAS(LN-IDX).

       CALCULAR-UMBRAL.
           COMPUTE Umbral-Tasa = Umbral-Tasa * Factor-Alerta.
           IF Umbral-Tasa < Minimo-Puntos
               MOVE Minimo-Puntos TO Umbral-Tasa
           END-IF.

       ESCRIBIR-REPORTE.
           OPEN OUTPUT EQUIPO-PISTA-FILE.
           MOVE SPACES TO EQUIPO-PISTA-LINEA.
           STRING "ESTADO DE EQUIPOS POR PISTA - FECHA "
               Reporte-Fecha " - PROMEDIO " Dias-Promedio " DIAS"
               DELIMITED BY SIZE INTO EQUIPO-PISTA-LINEA.
           WRITE EQUIPO-PISTA-LINEA.
           MOVE SPACES TO EQUIPO-PISTA-LINEA.
           STRING "PLAZA PISTA TIPO     LECTURAS  %SUSP (PROM)"
               "  %DUPL (PROM)  %CATEG (PROM)  ALERTA"
               DELIMITED BY SIZE INTO EQUIPO-PISTA-LINEA.
           WRITE EQUIPO-PISTA-LINEA.
           DISPLAY "\n\n------ EQUIPOS POR PISTA ------".
           PERFORM VARYING LN-IDX FROM 1 BY 1
               UNTIL LN-IDX > LANES-COUNT
               PERFORM ESCRIBIR-PISTA
           END-PERFORM.
           MOVE SPACES TO EQUIPO-PISTA-LINEA.
           STRING "TOTAL LECTURAS " Total-Lecturas
               " PISTAS EN ALERTA " Cantidad-Alertas
               DELIMITED BY SIZE INTO EQUIPO-PISTA-LINEA.
           WRITE EQUIPO-PISTA-LINEA.
           CLOSE EQUIPO-PISTA-FILE.
           DISPLAY "Total lecturas: " Total-Lecturas
               ", pistas en alerta: " Cantidad-Alertas.

       ESCRIBIR-PISTA.
           EVALUATE LN-TIPO(LN-IDX)
               WHEN "T"
                   MOVE "SOLO TAG" TO Tipo-Desp
               WHEN "M"
                   MOVE "MIXTA" TO Tipo-Desp
               WHEN "B"
                   MOVE "BOLETERA" TO Tipo-Desp
               WHEN OTHER
                   MOVE "?" TO Tipo-Desp
           END-EVALUATE.
           MOVE ZEROS TO Promedio-Suspenso.
           MOVE ZEROS TO Promedio-Duplicado.
           MOVE ZEROS TO Promedio-Categoria.
           IF LN-HIST-DIAS(LN-IDX) > 0
               PERFORM CALCULAR-PROMEDIOS
           END-IF.
           MOVE LN-TASA-SUSPENSO(LN-IDX) TO Tasa-Desp-1.
           MOVE LN-TASA-DUPLICADO(LN-IDX) TO Tasa-Desp-2.
           MOVE LN-TASA-CATEGORIA(LN-IDX) TO Tasa-Desp-3.
           MOVE Promedio-Suspenso TO Prom-Desp-1.
           MOVE Promedio-Duplicado TO Prom-Desp-2.
           MOVE Promedio-Categoria TO Prom-Desp-3.
           MOVE SPACES TO EQUIPO-PISTA-LINEA.
           STRING LN-PLAZA(LN-IDX) "   " LN-PISTA(LN-IDX)
               "    " Tipo-Desp " " LN-LECTURAS(LN-IDX)
               " " Tasa-Desp-1 " (" Prom-Desp-1 ")"
               " " Tasa-Desp-2 " (" Prom-Desp-2 ")"
               "  " Tasa-Desp-3 " (" Prom-Desp-3 ")  "
               LN-ALERTA(LN-IDX)
               DELIMITED BY SIZE INTO EQUIPO-PISTA-LINEA.
           WRITE EQUIPO-PISTA-LINEA.
           IF LN-ALERTA(LN-IDX) NOT = SPACES
               DISPLAY "Pista " LN-PLAZA(LN-IDX) "-"
                   LN-PISTA(LN-IDX) ": " LN-ALERTA(LN-IDX)
           END-IF.

       REGISTRAR-AUDITORIA.
           ACCEPT WS-Hora-Sistema FROM TIME.
           OPEN EXTEND AUDITORIA-FILE.
           IF WS-Auditoria-Status = "35"
               OPEN OUTPUT AUDITORIA-FILE
               CLOSE AUDITORIA-FILE
               OPEN EXTEND AUDITORIA-FILE
           END-IF.
           MOVE "REPORTE-PISTAS" TO AU-PROGRAMA.
           MOVE WS-Fecha-Sistema TO AU-FECHA.
           MOVE WS-Hora-Sistema TO AU-HORA.
           MOVE Operador TO AU-OPERADOR.
           MOVE Audit-Entrada TO AU-ENTRADA.
           MOVE Audit-Salida TO AU-SALIDA.
           WRITE AUDITORIA-RECORD.
           CLOSE AUDITORIA-FILE.
