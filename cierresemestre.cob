       IDENTIFICATION DIVISION.
       PROGRAM-ID. CIERRE-SEMESTRE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MATRICULAS-FILE ASSIGN TO "MATRICULAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Matriculas-Status.
           SELECT TRANSCRIPT-FILE ASSIGN TO "TRANSCRIPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Transcript-Status.
           SELECT ALUMNOS-FILE ASSIGN TO "ALUMNOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AL-ID
               FILE STATUS IS WS-Alumnos-Status.
           SELECT SEMESTRES-FILE ASSIGN TO "SEMESTRES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Semestres-Status.
           SELECT ACTAS-FILE ASSIGN TO "ACTAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Actas-Status.
           SELECT ACTAS-RPT-FILE ASSIGN TO "ACTAS.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPERADORES-FILE ASSIGN TO "OPERADORES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Operadores-Status.
           SELECT AUDITORIA-FILE ASSIGN TO "AUDITORIA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Auditoria-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  MATRICULAS-FILE.
           COPY MATRICULA.
       FD  TRANSCRIPT-FILE.
           COPY TRANSCRIPTF.
       FD  ALUMNOS-FILE.
           COPY ALUMNOF.
       FD  SEMESTRES-FILE.
           COPY SEMESTRE.
       FD  ACTAS-FILE.
           COPY ACTA.
       FD  ACTAS-RPT-FILE.
       01  ACTAS-LINEA PIC X(100).
       FD  OPERADORES-FILE.
           COPY OPERADOR.
       FD  AUDITORIA-FILE.
           COPY AUDITORIAF.

       WORKING-STORAGE SECTION.
       01 MATRIC-TABLE.
           05 MATRIC-ENTRY OCCURS 2000 TIMES INDEXED BY MT-IDX.
               10 MT-ALUMNO-ID      PIC X(10).
               10 MT-CURSO          PIC X(10).
       01 MATRIC-COUNT        PIC 9(4) VALUE 0.
       01 RESULTADOS-TABLE.
           05 RESULTADO-ENTRY OCCURS 2000 TIMES INDEXED BY TR-IDX.
               10 TR-ALUMNO-ID      PIC X(10).
               10 TR-CURSO          PIC X(10).
               10 TR-PROMEDIO       PIC S9(5)V99.
               10 TR-ESTADO         PIC X(10).
       01 RESULTADOS-COUNT    PIC 9(4) VALUE 0.
       01 CURSOS-TABLE.
           05 CURSO-ENTRY OCCURS 200 TIMES INDEXED BY CU-IDX.
               10 CU-CURSO          PIC X(10).
               10 CU-ACTA           PIC 9(7).
       01 CURSOS-COUNT        PIC 9(4) VALUE 0.
       01 Modo-Operacion      PIC X VALUE "C".
       01 Fin-Archivo         PIC X VALUE "N".
       01 Semestre-Proceso    PIC X(6) VALUE SPACES.
       01 Semestre-Cerrado    PIC X VALUE "N".
       01 Tabla-Desbordada    PIC X VALUE "N".
       01 Entrada-Encontrada  PIC X VALUE "N".
       01 Alumnos-Abierto     PIC X VALUE "N".
       01 Confirmacion        PIC X(10) VALUE SPACES.
       01 Motivo-Reapertura   PIC X(30) VALUE SPACES.
       01 Nombre-Alumno       PIC X(30) VALUE SPACES.
       01 Proxima-Acta        PIC 9(7) VALUE 0.
       01 Acta-Desde          PIC 9(7) VALUE 0.
       01 Acta-Hasta          PIC 9(7) VALUE 0.
       01 Cantidad-Actas      PIC 9(4) VALUE 0.
       01 Cantidad-Faltantes  PIC 9(4) VALUE 0.
       01 Alumnos-Acta        PIC 9(4) VALUE 0.
       01 Aprobados-Acta      PIC 9(4) VALUE 0.
       01 Reprobados-Acta     PIC 9(4) VALUE 0.
       01 Promedio-Acta       PIC S9(5)V99 VALUE 0.
       01 Estado-Acta         PIC X(10) VALUE SPACES.
       01 Promedio-Desp       PIC -(4)9.99.
       01 WS-Matriculas-Status PIC XX VALUE "00".
       01 WS-Transcript-Status PIC XX VALUE "00".
       01 WS-Alumnos-Status    PIC XX VALUE "00".
       01 WS-Semestres-Status  PIC XX VALUE "00".
       01 WS-Actas-Status      PIC XX VALUE "00".
       01 WS-Auditoria-Status  PIC XX VALUE "00".
       01 WS-Operadores-Status PIC XX VALUE "00".
       01 Rol-Operador        PIC X VALUE "S".
       01 Operador-Valido     PIC X VALUE "N".
       01 WS-Fecha-Sistema   PIC 9(8) VALUE 0.
       01 WS-Hora-Sistema    PIC 9(8) VALUE 0.
       01 Operador           PIC X(10) VALUE SPACES.
       01 Audit-Entrada      PIC X(40) VALUE SPACES.
       01 Audit-Salida       PIC X(40) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "Ingrese operador: ".
           ACCEPT Operador.
           PERFORM VALIDAR-OPERADOR.
           IF Operador-Valido = "N"
               DISPLAY "Operador " Operador
                   " no autorizado o inactivo."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY "Modo (C = Cerrar semestre y emitir actas, ".
           DISPLAY "  R = Reabrir semestre [supervisor]): ".
           ACCEPT Modo-Operacion.
           DISPLAY "Semestre (ej. 2026-1): ".
           ACCEPT Semestre-Proceso.
           PERFORM VERIFICAR-SEMESTRE-CERRADO.
           EVALUATE Modo-Operacion
               WHEN "R"
               WHEN "r"
                   IF Rol-Operador = "S"
                       PERFORM REABRIR-SEMESTRE
                   ELSE
                       DISPLAY "La reapertura de un semestre "
                           "requiere rol de supervisor."
                       MOVE SPACES TO Audit-Entrada
                       STRING "REAPERTURA SEM=" Semestre-Proceso
                           DELIMITED BY SIZE INTO Audit-Entrada
                       MOVE "RECHAZADA SIN SUPERVISOR"
                           TO Audit-Salida
                   END-IF
               WHEN OTHER
                   PERFORM CERRAR-SEMESTRE
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

       VERIFICAR-SEMESTRE-CERRADO.
           MOVE "N" TO Semestre-Cerrado.
           MOVE "N" TO Fin-Archivo.
           OPEN INPUT SEMESTRES-FILE.
           IF WS-Semestres-Status = "00"
               PERFORM UNTIL Fin-Archivo = "Y"
                   READ SEMESTRES-FILE
                       AT END
                           MOVE "Y" TO Fin-Archivo
                       NOT AT END
                           IF SM-SEMESTRE = Semestre-Proceso
                               IF SM-TIPO-REG = "C"
                                   MOVE "Y" TO Semestre-Cerrado
                               END-IF
                               IF SM-TIPO-REG = "R"
                                   MOVE "N" TO Semestre-Cerrado
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SEMESTRES-FILE
           END-IF.
           MOVE "N" TO Fin-Archivo.

       CERRAR-SEMESTRE.
           IF Semestre-Cerrado = "Y"
               DISPLAY "Semestre " Semestre-Proceso
                   " ya esta cerrado."
           ELSE
               PERFORM CARGAR-MATRICULAS
               PERFORM CARGAR-RESULTADOS
               OPEN OUTPUT ACTAS-RPT-FILE
               PERFORM VERIFICAR-RESULTADOS
               IF Tabla-Desbordada = "Y"
                   DISPLAY "ATENCION: capacidad de tablas excedida; "
                       "cierre no realizado."
                   MOVE SPACES TO ACTAS-LINEA
                   MOVE "CIERRE RECHAZADO: CAPACIDAD DE TABLAS EXCEDIDA"
                       TO ACTAS-LINEA
                   WRITE ACTAS-LINEA
                   MOVE 1 TO RETURN-CODE
               ELSE
                   IF MATRIC-COUNT = 0
                       DISPLAY "No hay matriculas vigentes en el "
                           "semestre " Semestre-Proceso "."
                       MOVE SPACES TO ACTAS-LINEA
                       MOVE "CIERRE RECHAZADO: SIN MATRICULAS"
                           TO ACTAS-LINEA
                       WRITE ACTAS-LINEA
                       MOVE 1 TO RETURN-CODE
                   ELSE
                       IF Cantidad-Faltantes > 0
                           PERFORM RECHAZAR-CIERRE
                       ELSE
                           PERFORM EMITIR-ACTAS
                           PERFORM ESCRIBIR-CIERRE-SEMESTRE
                           DISPLAY "Semestre " Semestre-Proceso
                               " cerrado. Actas emitidas: "
                               Cantidad-Actas " (" Acta-Desde
                               " a " Acta-Hasta ")"
                       END-IF
                   END-IF
               END-IF
               CLOSE ACTAS-RPT-FILE
               DISPLAY "Reporte generado: ACTAS.RPT"
           END-IF.
           MOVE SPACES TO Audit-Entrada.
           STRING "CIERRE SEMESTRE=" Semestre-Proceso
               DELIMITED BY SIZE INTO Audit-Entrada.
           MOVE SPACES TO Audit-Salida.
           STRING "ACTAS=" Cantidad-Actas " DESDE=" Acta-Desde
               " FALTAN=" Cantidad-Faltantes
               DELIMITED BY SIZE INTO Audit-Salida.

       CARGAR-MATRICULAS.
           MOVE ZEROS TO MATRIC-COUNT.
           MOVE ZEROS TO CURSOS-COUNT.
           MOVE "N" TO Fin-Archivo.
           OPEN INPUT MATRICULAS-FILE.
           IF WS-Matriculas-Status = "00"
               PERFORM UNTIL Fin-Archivo = "Y"
                   READ MATRICULAS-FILE
                       AT END
                           MOVE "Y" TO Fin-Archivo
                       NOT AT END
                           IF MA-SEMESTRE = Semestre-Proceso
                               AND MA-ESTADO = "A"
                               PERFORM AGREGAR-MATRICULA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MATRICULAS-FILE
           ELSE
               DISPLAY "No se pudo abrir MATRICULAS.DAT."
           END-IF.
           MOVE "N" TO Fin-Archivo.

       AGREGAR-MATRICULA.
           IF MATRIC-COUNT < 2000
               ADD 1 TO MATRIC-COUNT
               SET MT-IDX TO MATRIC-COUNT
               MOVE MA-ALUMNO-ID TO MT-ALUMNO-ID(MT-IDX)
               MOVE MA-CURSO TO MT-CURSO(MT-IDX)
               PERFORM AGREGAR-CURSO
           ELSE
               MOVE "Y" TO Tabla-Desbordada
           END-IF.

       AGREGAR-CURSO.
           MOVE "N" TO Entrada-Encontrada.
           PERFORM VARYING CU-IDX FROM 1 BY 1
               UNTIL CU-IDX > CURSOS-COUNT
               IF CU-CURSO(CU-IDX) = MA-CURSO
                   MOVE "Y" TO Entrada-Encontrada
                   MOVE CURSOS-COUNT TO CU-IDX
               END-IF
           END-PERFORM.
           IF Entrada-Encontrada = "N"
               IF CURSOS-COUNT < 200
                   ADD 1 TO CURSOS-COUNT
                   SET CU-IDX TO CURSOS-COUNT
                   MOVE MA-CURSO TO CU-CURSO(CU-IDX)
                   MOVE ZEROS TO CU-ACTA(CU-IDX)
               ELSE
                   MOVE "Y" TO Tabla-Desbordada
               END-IF
           END-IF.

       CARGAR-RESULTADOS.
           MOVE ZEROS TO RESULTADOS-COUNT.
           MOVE "N" TO Fin-Archivo.
           OPEN INPUT TRANSCRIPT-FILE.
           IF WS-Transcript-Status = "00"
               PERFORM UNTIL Fin-Archivo = "Y"
                   READ TRANSCRIPT-FILE
                       AT END
                           MOVE "Y" TO Fin-Archivo
                       NOT AT END
                           IF TX-SEMESTRE = Semestre-Proceso
                               AND TX-VIGENTE NOT = "S"
                               PERFORM AGREGAR-RESULTADO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TRANSCRIPT-FILE
           END-IF.
           MOVE "N" TO Fin-Archivo.

       AGREGAR-RESULTADO.
           MOVE "N" TO Entrada-Encontrada.
           PERFORM VARYING TR-IDX FROM 1 BY 1
               UNTIL TR-IDX > RESULTADOS-COUNT
               IF TR-ALUMNO-ID(TR-IDX) = TX-ALUMNO-ID
                   AND TR-CURSO(TR-IDX) = TX-CURSO
                   MOVE "Y" TO Entrada-Encontrada
                   MOVE TX-PROMEDIO TO TR-PROMEDIO(TR-IDX)
                   MOVE TX-ESTADO TO TR-ESTADO(TR-IDX)
                   MOVE RESULTADOS-COUNT TO TR-IDX
               END-IF
           END-PERFORM.
           IF Entrada-Encontrada = "N"
               IF RESULTADOS-COUNT < 2000
                   ADD 1 TO RESULTADOS-COUNT
                   SET TR-IDX TO RESULTADOS-COUNT
                   MOVE TX-ALUMNO-ID TO TR-ALUMNO-ID(TR-IDX)
                   MOVE TX-CURSO TO TR-CURSO(TR-IDX)
                   MOVE TX-PROMEDIO TO TR-PROMEDIO(TR-IDX)
                   MOVE TX-ESTADO TO TR-ESTADO(TR-IDX)
               ELSE
                   MOVE "Y" TO Tabla-Desbordada
               END-IF
           END-IF.

       BUSCAR-RESULTADO.
           MOVE "N" TO Entrada-Encontrada.
           MOVE ZEROS TO Promedio-Acta.
           MOVE SPACES TO Estado-Acta.
           PERFORM VARYING TR-IDX FROM 1 BY 1
               UNTIL TR-IDX > RESULTADOS-COUNT
               IF TR-ALUMNO-ID(TR-IDX) = MT-ALUMNO-ID(MT-IDX)
                   AND TR-CURSO(TR-IDX) = MT-CURSO(MT-IDX)
                   MOVE "Y" TO Entrada-Encontrada
                   MOVE TR-PROMEDIO(TR-IDX) TO Promedio-Acta
                   MOVE TR-ESTADO(TR-IDX) TO Estado-Acta
                   MOVE RESULTADOS-COUNT TO TR-IDX
               END-IF
           END-PERFORM.

       VERIFICAR-RESULTADOS.
           MOVE ZEROS TO Cantidad-Faltantes.
           PERFORM VARYING MT-IDX FROM 1 BY 1
               UNTIL MT-IDX > MATRIC-COUNT
               PERFORM BUSCAR-RESULTADO
               IF Entrada-Encontrada = "N"
                   ADD 1 TO Cantidad-Faltantes
                   IF Cantidad-Faltantes = 1
                       MOVE SPACES TO ACTAS-LINEA
                       STRING "CIERRE RECHAZADO SEMESTRE "
                           Semestre-Proceso
                           " - MATRICULAS SIN RESULTADO FINAL"
                           DELIMITED BY SIZE INTO ACTAS-LINEA
                       PERFORM ESCRIBIR-LINEA-ACTA
                   END-IF
                   MOVE SPACES TO ACTAS-LINEA
                   STRING "  CURSO " MT-CURSO(MT-IDX)
                       " ALUMNO " MT-ALUMNO-ID(MT-IDX)
                       " SIN RESULTADO FINAL"
                       DELIMITED BY SIZE INTO ACTAS-LINEA
                   PERFORM ESCRIBIR-LINEA-ACTA
               END-IF
           END-PERFORM.

       RECHAZAR-CIERRE.
           MOVE SPACES TO ACTAS-LINEA.
           STRING "MATRICULAS SIN RESULTADO: " Cantidad-Faltantes
               " - SEMESTRE NO CERRADO"
               DELIMITED BY SIZE INTO ACTAS-LINEA.
           PERFORM ESCRIBIR-LINEA-ACTA.
           MOVE 1 TO RETURN-CODE.

       EMITIR-ACTAS.
           PERFORM OBTENER-PROXIMA-ACTA.
           MOVE Proxima-Acta TO Acta-Desde.
           MOVE ZEROS TO Cantidad-Actas.
           ACCEPT WS-Fecha-Sistema FROM DATE YYYYMMDD.
           MOVE "N" TO Alumnos-Abierto.
           OPEN INPUT ALUMNOS-FILE.
           IF WS-Alumnos-Status = "00"
               MOVE "Y" TO Alumnos-Abierto
           END-IF.
           OPEN EXTEND ACTAS-FILE.
           IF WS-Actas-Status = "35"
               OPEN OUTPUT ACTAS-FILE
               CLOSE ACTAS-FILE
               OPEN EXTEND ACTAS-FILE
           END-IF.
           PERFORM VARYING CU-IDX FROM 1 BY 1
               UNTIL CU-IDX > CURSOS-COUNT
               PERFORM EMITIR-ACTA-CURSO
           END-PERFORM.
           CLOSE ACTAS-FILE.
           IF Alumnos-Abierto = "Y"
               CLOSE ALUMNOS-FILE
           END-IF.
           COMPUTE Acta-Hasta = Proxima-Acta - 1.

       OBTENER-PROXIMA-ACTA.
           MOVE 1 TO Proxima-Acta.
           MOVE "N" TO Fin-Archivo.
           OPEN INPUT ACTAS-FILE.
           IF WS-Actas-Status = "00"
               PERFORM UNTIL Fin-Archivo = "Y"
                   READ ACTAS-FILE
                       AT END
                           MOVE "Y" TO Fin-Archivo
                       NOT AT END
                           IF AN-NUMERO >= Proxima-Acta
                               COMPUTE Proxima-Acta = AN-NUMERO + 1
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACTAS-FILE
           END-IF.
           MOVE "N" TO Fin-Archivo.

       EMITIR-ACTA-CURSO.
           MOVE Proxima-Acta TO CU-ACTA(CU-IDX).
           ADD 1 TO Proxima-Acta.
           ADD 1 TO Cantidad-Actas.
           MOVE ZEROS TO Alumnos-Acta.
           MOVE ZEROS TO Aprobados-Acta.
           MOVE ZEROS TO Reprobados-Acta.
           PERFORM VARYING MT-IDX FROM 1 BY 1
               UNTIL MT-IDX > MATRIC-COUNT
               IF MT-CURSO(MT-IDX) = CU-CURSO(CU-IDX)
                   ADD 1 TO Alumnos-Acta
               END-IF
           END-PERFORM.
           MOVE CU-ACTA(CU-IDX) TO AN-NUMERO.
           MOVE "E" TO AN-TIPO-REG.
           MOVE Semestre-Proceso TO AN-SEMESTRE.
           MOVE CU-CURSO(CU-IDX) TO AN-CURSO.
           MOVE SPACES TO AN-ALUMNO-ID.
           MOVE ZEROS TO AN-PROMEDIO.
           MOVE SPACES TO AN-ESTADO.
           MOVE Alumnos-Acta TO AN-CANTIDAD.
           MOVE SPACES TO AN-MOTIVO.
           MOVE WS-Fecha-Sistema TO AN-FECHA.
           MOVE Operador TO AN-OPERADOR.
           WRITE ACTA-RECORD.
           MOVE SPACES TO ACTAS-LINEA.
           WRITE ACTAS-LINEA.
           MOVE SPACES TO ACTAS-LINEA.
           STRING "ACTA DE NOTAS N. " CU-ACTA(CU-IDX)
               " SEMESTRE " Semestre-Proceso
               " CURSO " CU-CURSO(CU-IDX)
               DELIMITED BY SIZE INTO ACTAS-LINEA.
           PERFORM ESCRIBIR-LINEA-ACTA.
           MOVE SPACES TO ACTAS-LINEA.
           STRING "  ALUMNO     NOMBRE                         "
               " PROMEDIO ESTADO"
               DELIMITED BY SIZE INTO ACTAS-LINEA.
           PERFORM ESCRIBIR-LINEA-ACTA.
           PERFORM VARYING MT-IDX FROM 1 BY 1
               UNTIL MT-IDX > MATRIC-COUNT
               IF MT-CURSO(MT-IDX) = CU-CURSO(CU-IDX)
                   PERFORM ESCRIBIR-ALUMNO-ACTA
               END-IF
           END-PERFORM.
           MOVE SPACES TO ACTAS-LINEA.
           STRING "  ALUMNOS " Alumnos-Acta
               " APROBADOS " Aprobados-Acta
               " REPROBADOS " Reprobados-Acta
               DELIMITED BY SIZE INTO ACTAS-LINEA.
           PERFORM ESCRIBIR-LINEA-ACTA.
           MOVE SPACES TO ACTAS-LINEA.
           STRING "  EMITIDA " WS-Fecha-Sistema
               " POR " Operador
               DELIMITED BY SIZE INTO ACTAS-LINEA.
           PERFORM ESCRIBIR-LINEA-ACTA.
           MOVE SPACES TO ACTAS-LINEA.
           STRING "  FIRMA DOCENTE: ____________________"
               "   FIRMA REGISTRO ACADEMICO: ____________________"
               DELIMITED BY SIZE INTO ACTAS-LINEA.
           WRITE ACTAS-LINEA.

       ESCRIBIR-ALUMNO-ACTA.
           PERFORM BUSCAR-RESULTADO.
           MOVE SPACES TO Nombre-Alumno.
           IF Alumnos-Abierto = "Y"
               MOVE MT-ALUMNO-ID(MT-IDX) TO AL-ID
               READ ALUMNOS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE AL-NOMBRE TO Nombre-Alumno
               END-READ
           END-IF.
           IF Estado-Acta = "APROBADO"
               ADD 1 TO Aprobados-Acta
           ELSE
               ADD 1 TO Reprobados-Acta
           END-IF.
           MOVE CU-ACTA(CU-IDX) TO AN-NUMERO.
           MOVE "D" TO AN-TIPO-REG.
           MOVE Semestre-Proceso TO AN-SEMESTRE.
           MOVE CU-CURSO(CU-IDX) TO AN-CURSO.
           MOVE MT-ALUMNO-ID(MT-IDX) TO AN-ALUMNO-ID.
           MOVE Promedio-Acta TO AN-PROMEDIO.
           MOVE Estado-Acta TO AN-ESTADO.
           MOVE ZEROS TO AN-CANTIDAD.
           MOVE SPACES TO AN-MOTIVO.
           MOVE WS-Fecha-Sistema TO AN-FECHA.
           MOVE Operador TO AN-OPERADOR.
           WRITE ACTA-RECORD.
           MOVE Promedio-Acta TO Promedio-Desp.
           MOVE SPACES TO ACTAS-LINEA.
           STRING "  " MT-ALUMNO-ID(MT-IDX) " " Nombre-Alumno " "
               Promedio-Desp " " Estado-Acta
               DELIMITED BY SIZE INTO ACTAS-LINEA.
           PERFORM ESCRIBIR-LINEA-ACTA.

       ESCRIBIR-CIERRE-SEMESTRE.
           ACCEPT WS-Fecha-Sistema FROM DATE YYYYMMDD.
           ACCEPT WS-Hora-Sistema FROM TIME.
           OPEN EXTEND SEMESTRES-FILE.
           IF WS-Semestres-Status = "35"
               OPEN OUTPUT SEMESTRES-FILE
               CLOSE SEMESTRES-FILE
               OPEN EXTEND SEMESTRES-FILE
           END-IF.
           MOVE Semestre-Proceso TO SM-SEMESTRE.
           MOVE "C" TO SM-TIPO-REG.
           MOVE WS-Fecha-Sistema TO SM-FECHA.
           MOVE WS-Hora-Sistema TO SM-HORA.
           MOVE Operador TO SM-OPERADOR.
           MOVE Acta-Desde TO SM-ACTA-DESDE.
           MOVE Acta-Hasta TO SM-ACTA-HASTA.
           MOVE SPACES TO SM-MOTIVO.
           WRITE SEMESTRE-RECORD.
           CLOSE SEMESTRES-FILE.

       REABRIR-SEMESTRE.
           IF Semestre-Cerrado = "N"
               DISPLAY "Semestre " Semestre-Proceso
                   " no esta cerrado."
               MOVE "SEMESTRE NO CERRADO" TO Motivo-Reapertura
           ELSE
               DISPLAY "Reapertura de un semestre con actas "
                   "emitidas."
               DISPLAY "Motivo de la reapertura: "
               ACCEPT Motivo-Reapertura
               DISPLAY "Escriba REABRIR para confirmar: "
               ACCEPT Confirmacion
               IF Confirmacion = "REABRIR"
                   AND Motivo-Reapertura NOT = SPACES
                   PERFORM ESCRIBIR-REAPERTURA
                   DISPLAY "Semestre " Semestre-Proceso
                       " reabierto. Las actas emitidas quedan "
                       "como historial."
               ELSE
                   DISPLAY "Reapertura cancelada (requiere motivo "
                       "y confirmacion)."
                   MOVE "CANCELADA" TO Confirmacion
               END-IF
           END-IF.
           MOVE SPACES TO Audit-Entrada.
           STRING "REAPERTURA SEM=" Semestre-Proceso
               " " Confirmacion
               DELIMITED BY SIZE INTO Audit-Entrada.
           MOVE Motivo-Reapertura TO Audit-Salida.

       ESCRIBIR-REAPERTURA.
           ACCEPT WS-Fecha-Sistema FROM DATE YYYYMMDD.
           ACCEPT WS-Hora-Sistema FROM TIME.
           OPEN EXTEND SEMESTRES-FILE.
           MOVE Semestre-Proceso TO SM-SEMESTRE.
           MOVE "R" TO SM-TIPO-REG.
           MOVE WS-Fecha-Sistema TO SM-FECHA.
           MOVE WS-Hora-Sistema TO SM-HORA.
           MOVE Operador TO SM-OPERADOR.
           MOVE ZEROS TO SM-ACTA-DESDE.
           MOVE ZEROS TO SM-ACTA-HASTA.
           MOVE Motivo-Reapertura TO SM-MOTIVO.
           WRITE SEMESTRE-RECORD.
           CLOSE SEMESTRES-FILE.

       ESCRIBIR-LINEA-ACTA.
           WRITE ACTAS-LINEA.
           DISPLAY ACTAS-LINEA.

       REGISTRAR-AUDITORIA.
           ACCEPT WS-Fecha-Sistema FROM DATE YYYYMMDD.
           ACCEPT WS-Hora-Sistema FROM TIME.
           OPEN EXTEND AUDITORIA-FILE.
           IF WS-Auditoria-Status = "35"
               OPEN OUTPUT AUDITORIA-FILE
               CLOSE AUDITORIA-FILE
               OPEN EXTEND AUDITORIA-FILE
           END-IF.
           MOVE "CIERRE-SEMESTRE" TO AU-PROGRAMA.
           MOVE WS-Fecha-Sistema TO AU-FECHA.
           MOVE WS-Hora-Sistema TO AU-HORA.
           MOVE Operador TO AU-OPERADOR.
           MOVE Audit-Entrada TO AU-ENTRADA.
           MOVE Audit-Salida TO AU-SALIDA.
           WRITE AUDITORIA-RECORD.
           CLOSE AUDITORIA-FILE.
