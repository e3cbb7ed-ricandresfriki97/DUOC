       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDITORIA-GRADO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MALLA-FILE ASSIGN TO "MALLA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Malla-Status.
           SELECT MALLA-TMP-FILE ASSIGN TO "MALLATMP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Mallatmp-Status.
           SELECT PROGRAMA-ALUMNO-FILE ASSIGN TO "PROGALU.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Progalu-Status.
           SELECT PROGRAMA-TMP-FILE ASSIGN TO "PROGALUTMP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Progalutmp-Status.
           SELECT ALUMNOS-FILE ASSIGN TO "ALUMNOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AL-ID
               FILE STATUS IS WS-Alumnos-Status.
           SELECT TRANSCRIPT-FILE ASSIGN TO "TRANSCRIPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Transcript-Status.
           SELECT MATRICULAS-FILE ASSIGN TO "MATRICULAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Matriculas-Status.
           SELECT PREREQ-FILE ASSIGN TO "PREREQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Prereq-Status.
           SELECT AUDITGRADO-FILE ASSIGN TO "AUDITGRADO.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EGRESABLES-FILE ASSIGN TO "EGRESABLES.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDITORIA-FILE ASSIGN TO "AUDITORIA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Auditoria-Status.
           SELECT OPERADORES-FILE ASSIGN TO "OPERADORES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Operadores-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  MALLA-FILE.
           COPY MALLA.
       FD  MALLA-TMP-FILE.
       01  MALLA-TMP-RECORD PIC X(60).
       FD  PROGRAMA-ALUMNO-FILE.
           COPY PROGALU.
       FD  PROGRAMA-TMP-FILE.
       01  PROGRAMA-TMP-RECORD PIC X(60).
       FD  ALUMNOS-FILE.
           COPY ALUMNOF.
       FD  TRANSCRIPT-FILE.
           COPY TRANSCRIPTF.
       FD  MATRICULAS-FILE.
           COPY MATRICULA.
       FD  PREREQ-FILE.
           COPY PREREQF.
       FD  AUDITGRADO-FILE.
       01  AUDITGRADO-LINEA PIC X(100).
       FD  EGRESABLES-FILE.
       01  EGRESABLES-LINEA PIC X(100).
       FD  AUDITORIA-FILE.
           COPY AUDITORIAF.
       FD  OPERADORES-FILE.
           COPY OPERADOR.

       WORKING-STORAGE SECTION.
       01 MALLA-TABLE.
           05 MALLA-ENTRY OCCURS 400 TIMES INDEXED BY ML-IDX MG-IDX.
               10 ML-PROGRAMA       PIC X(10).
               10 ML-TIPO           PIC X.
               10 ML-CURSO          PIC X(10).
               10 ML-GRUPO          PIC X(6).
               10 ML-NIVEL          PIC 9(2).
               10 ML-CREDITOS       PIC 9(3).
               10 ML-MINIMO         PIC 9(2).
               10 ML-SITUACION      PIC X.
               10 ML-CUENTA-APROB   PIC 9(2).
               10 ML-CUENTA-CURSO   PIC 9(2).
       01 MALLA-COUNT         PIC 9(4) VALUE 0.
       01 PREREQ-TABLE.
           05 PREREQ-ENTRY OCCURS 300 TIMES INDEXED BY PT-IDX.
               10 PT-CURSO          PIC X(10).
               10 PT-PREREQUISITO   PIC X(10).
       01 PREREQ-COUNT        PIC 9(4) VALUE 0.
       01 MATRIC-TABLE.
           05 MATRIC-ENTRY OCCURS 2000 TIMES INDEXED BY MT-IDX.
               10 MT-ALUMNO-ID      PIC X(10).
               10 MT-CURSO          PIC X(10).
       01 MATRIC-COUNT        PIC 9(4) VALUE 0.
       01 ESTUDIANTES-TABLE.
           05 ESTUDIANTE-ENTRY OCCURS 500 TIMES INDEXED BY EP-IDX.
               10 EP-ALUMNO-ID      PIC X(10).
               10 EP-PROGRAMA       PIC X(10).
       01 ESTUDIANTES-COUNT   PIC 9(4) VALUE 0.
       01 APROBADOS-TABLE.
           05 APROBADO-ENTRY OCCURS 100 TIMES INDEXED BY CA-IDX.
               10 CA-CURSO          PIC X(10).
       01 APROBADOS-COUNT     PIC 9(4) VALUE 0.
       01 Modo-Operacion      PIC X VALUE "G".
       01 Accion-Malla        PIC X VALUE "A".
       01 Fin-Archivo         PIC X VALUE "N".
       01 Fin-Transcript      PIC X VALUE "N".
       01 Tabla-Desbordada    PIC X VALUE "N".
       01 Entrada-Valida      PIC X VALUE "Y".
       01 Registro-Encontrado PIC X VALUE "N".
       01 Misma-Entrada       PIC X VALUE "N".
       01 Curso-Aprobado      PIC X VALUE "N".
       01 Curso-Matriculado   PIC X VALUE "N".
       01 Prereq-Cumplido     PIC X VALUE "Y".
       01 Prereq-En-Curso     PIC X VALUE "N".
       01 Grupo-Cumplido      PIC X VALUE "N".
       01 Alumno-Encontrado   PIC X VALUE "N".
       01 Alumnos-Abierto     PIC X VALUE "N".
       01 Semestre-Actual     PIC X(6) VALUE SPACES.
       01 Programa-Consulta   PIC X(10) VALUE SPACES.
       01 Programa-Alumno     PIC X(10) VALUE SPACES.
       01 Alumno-ID           PIC X(10) VALUE SPACES.
       01 Nombre-Alumno       PIC X(30) VALUE SPACES.
       01 Curso-Buscado       PIC X(10) VALUE SPACES.
       01 Programa-Malla      PIC X(10) VALUE SPACES.
       01 Tipo-Malla          PIC X VALUE SPACE.
       01 Curso-Malla         PIC X(10) VALUE SPACES.
       01 Grupo-Malla         PIC X(6) VALUE SPACES.
       01 Nivel-Malla         PIC 9(2) VALUE 0.
       01 Creditos-Malla      PIC 9(3) VALUE 0.
       01 Minimo-Malla        PIC 9(2) VALUE 0.
       01 Semestre-Ingreso    PIC X(6) VALUE SPACES.
       01 Estado-Programa     PIC X VALUE "A".
       01 Nivel-Actual        PIC 9(2) VALUE 0.
       01 Nivel-Maximo        PIC 9(2) VALUE 0.
       01 Cursos-Plan         PIC 9(4) VALUE 0.
       01 Cursos-Cursando     PIC 9(4) VALUE 0.
       01 Oblig-Pendientes    PIC 9(4) VALUE 0.
       01 Grupos-Incumplidos  PIC 9(4) VALUE 0.
       01 Cursos-Sugeridos    PIC 9(4) VALUE 0.
       01 Cred-Aprobados      PIC 9(4) VALUE 0.
       01 Cred-Cursando       PIC 9(4) VALUE 0.
       01 Cred-Pendientes     PIC 9(4) VALUE 0.
       01 Cuenta-Grupo        PIC 9(2) VALUE 0.
       01 Faltan-Grupo        PIC 9(2) VALUE 0.
       01 Electivos-Grupo     PIC 9(4) VALUE 0.
       01 Desc-Tipo           PIC X(15) VALUE SPACES.
       01 Desc-Situacion      PIC X(10) VALUE SPACES.
       01 Desc-Condicion      PIC X(30) VALUE SPACES.
       01 Cantidad-Auditados  PIC 9(4) VALUE 0.
       01 Cantidad-Egresables PIC 9(4) VALUE 0.
       01 Cantidad-Sin-Malla  PIC 9(4) VALUE 0.
       01 Cantidad-Listados   PIC 9(4) VALUE 0.
       01 Creditos-Listados   PIC 9(5) VALUE 0.
       01 WS-Malla-Status      PIC XX VALUE "00".
       01 WS-Mallatmp-Status   PIC XX VALUE "00".
       01 WS-Progalu-Status    PIC XX VALUE "00".
       01 WS-Progalutmp-Status PIC XX VALUE "00".
       01 WS-Alumnos-Status    PIC XX VALUE "00".
       01 WS-Transcript-Status PIC XX VALUE "00".
       01 WS-Matriculas-Status PIC XX VALUE "00".
       01 WS-Prereq-Status     PIC XX VALUE "00".
       01 WS-Auditoria-Status  PIC XX VALUE "00".
       01 WS-Operadores-Status PIC XX VALUE "00".
       01 Rol-Operador       PIC X VALUE "S".
       01 Operador-Valido    PIC X VALUE "N".
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
               MOVE "OPERADOR NO AUTORIZADO" TO Audit-Entrada
               PERFORM REGISTRAR-AUDITORIA
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           ACCEPT WS-Fecha-Sistema FROM DATE YYYYMMDD.
           DISPLAY "Modo (G = Auditoria de grado, M = Mantencion de "
               "malla,".
           DISPLAY "  P = Programa del alumno, L = Listado de malla): ".
           ACCEPT Modo-Operacion.
           EVALUATE Modo-Operacion
               WHEN "M"
               WHEN "m"
                   IF Rol-Operador = "S"
                       PERFORM MANTENER-MALLA
                   ELSE
                       DISPLAY "La mantencion de la malla requiere "
                           "rol de supervisor."
                       MOVE "MANTENCION MALLA SIN SUPERVISOR"
                           TO Audit-Entrada
                       PERFORM REGISTRAR-AUDITORIA
                   END-IF
               WHEN "P"
               WHEN "p"
                   IF Rol-Operador = "S"
                       PERFORM ASIGNAR-PROGRAMA
                   ELSE
                       DISPLAY "La asignacion de programa requiere "
                           "rol de supervisor."
                       MOVE "PROGRAMA ALUMNO SIN SUPERVISOR"
                           TO Audit-Entrada
                       PERFORM REGISTRAR-AUDITORIA
                   END-IF
               WHEN "L"
               WHEN "l"
                   PERFORM LISTAR-MALLA
                   PERFORM REGISTRAR-AUDITORIA
               WHEN OTHER
                   PERFORM EJECUTAR-AUDITORIA
                   PERFORM REGISTRAR-AUDITORIA
           END-EVALUATE.
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
           MOVE "AUDITORIA-GRADO" TO AU-PROGRAMA.
           MOVE WS-Fecha-Sistema TO AU-FECHA.
           MOVE WS-Hora-Sistema TO AU-HORA.
           MOVE Operador TO AU-OPERADOR.
           MOVE Audit-Entrada TO AU-ENTRADA.
           MOVE Audit-Salida TO AU-SALIDA.
           WRITE AUDITORIA-RECORD.
           CLOSE AUDITORIA-FILE.

       MANTENER-MALLA.
           MOVE "Y" TO Entrada-Valida.
           MOVE SPACES TO Curso-Malla.
           MOVE SPACES TO Grupo-Malla.
           MOVE ZEROS TO Nivel-Malla.
           MOVE ZEROS TO Creditos-Malla.
           MOVE ZEROS TO Minimo-Malla.
           DISPLAY "Programa: ".
           ACCEPT Programa-Malla.
           DISPLAY "Tipo (O = Obligatorio, E = Electivo, "
               "G = Grupo electivo): ".
           ACCEPT Tipo-Malla.
           IF Tipo-Malla = "o"
               MOVE "O" TO Tipo-Malla
           END-IF.
           IF Tipo-Malla = "e"
               MOVE "E" TO Tipo-Malla
           END-IF.
           IF Tipo-Malla = "g"
               MOVE "G" TO Tipo-Malla
           END-IF.
           DISPLAY "Accion (A = Agregar o modificar, E = Eliminar): ".
           ACCEPT Accion-Malla.
           IF Accion-Malla = "e"
               MOVE "E" TO Accion-Malla
           END-IF.
           IF Accion-Malla NOT = "E"
               MOVE "A" TO Accion-Malla
           END-IF.
           IF Tipo-Malla = "G"
               DISPLAY "Codigo del grupo electivo: "
               ACCEPT Grupo-Malla
               IF Accion-Malla = "A"
                   DISPLAY "Cantidad minima de cursos del grupo: "
                   ACCEPT Minimo-Malla
               END-IF
           ELSE
               DISPLAY "Curso: "
               ACCEPT Curso-Malla
               IF Accion-Malla = "A"
                   DISPLAY "Nivel (semestre del plan): "
                   ACCEPT Nivel-Malla
                   DISPLAY "Creditos: "
                   ACCEPT Creditos-Malla
                   IF Tipo-Malla = "E"
                       DISPLAY "Grupo electivo: "
                       ACCEPT Grupo-Malla
                   END-IF
               END-IF
           END-IF.
           PERFORM VALIDAR-ENTRADA-MALLA.
           IF Entrada-Valida = "N"
               MOVE SPACES TO Audit-Entrada
               STRING "MALLA RECHAZADA P=" Programa-Malla
                   " T=" Tipo-Malla " " Curso-Malla Grupo-Malla
                   DELIMITED BY SIZE INTO Audit-Entrada
               MOVE SPACES TO Audit-Salida
               PERFORM REGISTRAR-AUDITORIA
           ELSE
               PERFORM GRABAR-MALLA
               MOVE SPACES TO Audit-Entrada
               STRING "MALLA P=" Programa-Malla " T=" Tipo-Malla
                   " " Curso-Malla Grupo-Malla
                   DELIMITED BY SIZE INTO Audit-Entrada
               MOVE SPACES TO Audit-Salida
               STRING "ACCION=" Accion-Malla " NIV=" Nivel-Malla
                   " CR=" Creditos-Malla " MIN=" Minimo-Malla
                   " REEMPL=" Registro-Encontrado
                   DELIMITED BY SIZE INTO Audit-Salida
               PERFORM REGISTRAR-AUDITORIA
           END-IF.

       VALIDAR-ENTRADA-MALLA.
           IF Programa-Malla = SPACES
               DISPLAY "Programa invalido."
               MOVE "N" TO Entrada-Valida
           END-IF.
           IF Tipo-Malla NOT = "O" AND Tipo-Malla NOT = "E"
               AND Tipo-Malla NOT = "G"
               DISPLAY "Tipo invalido."
               MOVE "N" TO Entrada-Valida
           END-IF.
           IF Tipo-Malla = "G"
               IF Grupo-Malla = SPACES
                   DISPLAY "Codigo de grupo invalido."
                   MOVE "N" TO Entrada-Valida
               END-IF
               IF Accion-Malla = "A" AND Minimo-Malla = 0
                   DISPLAY "El grupo debe exigir al menos un curso."
                   MOVE "N" TO Entrada-Valida
               END-IF
               IF Accion-Malla = "E" AND Entrada-Valida = "Y"
                   PERFORM CONTAR-ELECTIVOS-GRUPO
                   IF Electivos-Grupo > 0
                       DISPLAY "El grupo tiene " Electivos-Grupo
                           " cursos electivos asociados."
                       MOVE "N" TO Entrada-Valida
                   END-IF
               END-IF
           END-IF.
           IF Tipo-Malla = "O" OR Tipo-Malla = "E"
               IF Curso-Malla = SPACES
                   DISPLAY "Curso invalido."
                   MOVE "N" TO Entrada-Valida
               END-IF
               IF Accion-Malla = "A"
                   AND (Nivel-Malla < 1 OR Nivel-Malla > 20)
                   DISPLAY "Nivel invalido (1 a 20)."
                   MOVE "N" TO Entrada-Valida
               END-IF
               IF Accion-Malla = "A" AND Creditos-Malla = 0
                   DISPLAY "El curso debe tener creditos."
                   MOVE "N" TO Entrada-Valida
               END-IF
           END-IF.
           IF Tipo-Malla = "E" AND Accion-Malla = "A"
               AND Entrada-Valida = "Y"
               PERFORM BUSCAR-GRUPO-MALLA
               IF Registro-Encontrado = "N"
                   DISPLAY "Grupo electivo " Grupo-Malla
                       " no registrado en el programa."
                   MOVE "N" TO Entrada-Valida
               END-IF
           END-IF.

       CONTAR-ELECTIVOS-GRUPO.
           MOVE ZEROS TO Electivos-Grupo.
           MOVE "N" TO Fin-Archivo.
           OPEN INPUT MALLA-FILE.
           IF WS-Malla-Status = "00"
               PERFORM UNTIL Fin-Archivo = "Y"
                   READ MALLA-FILE
                       AT END
                           MOVE "Y" TO Fin-Archivo
                       NOT AT END
                           IF MC-PROGRAMA = Programa-Malla
                               AND MC-TIPO = "E"
                               AND MC-GRUPO = Grupo-Malla
                               ADD 1 TO Electivos-Grupo
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MALLA-FILE
           END-IF.
           MOVE "N" TO Fin-Archivo.

       BUSCAR-GRUPO-MALLA.
           MOVE "N" TO Registro-Encontrado.
           MOVE "N" TO Fin-Archivo.
           OPEN INPUT MALLA-FILE.
           IF WS-Malla-Status = "00"
               PERFORM UNTIL Fin-Archivo = "Y"
                   READ MALLA-FILE
                       AT END
                           MOVE "Y" TO Fin-Archivo
                       NOT AT END
                           IF MC-PROGRAMA = Programa-Malla
                               AND MC-TIPO = "G"
                               AND MC-GRUPO = Grupo-Malla
                               MOVE "Y" TO Registro-Encontrado
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MALLA-FILE
           END-IF.
           MOVE "N" TO Fin-Archivo.

       GRABAR-MALLA.
           MOVE "N" TO Registro-Encontrado.
           MOVE "N" TO Fin-Archivo.
           OPEN OUTPUT MALLA-TMP-FILE.
           OPEN INPUT MALLA-FILE.
           IF WS-Malla-Status = "00"
               PERFORM UNTIL Fin-Archivo = "Y"
                   READ MALLA-FILE
                       AT END
                           MOVE "Y" TO Fin-Archivo
                       NOT AT END
                           PERFORM COMPARAR-ENTRADA-MALLA
                           IF Misma-Entrada = "Y"
                               MOVE "Y" TO Registro-Encontrado
                               PERFORM ARMAR-MALLA
                           END-IF
                           IF Misma-Entrada = "N"
                               OR Accion-Malla = "A"
                               MOVE SPACES TO MALLA-TMP-RECORD
                               MOVE MALLA-RECORD TO MALLA-TMP-RECORD
                               WRITE MALLA-TMP-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MALLA-FILE
           END-IF.
           IF Registro-Encontrado = "N" AND Accion-Malla = "A"
               PERFORM ARMAR-MALLA
               MOVE SPACES TO MALLA-TMP-RECORD
               MOVE MALLA-RECORD TO MALLA-TMP-RECORD
               WRITE MALLA-TMP-RECORD
           END-IF.
           CLOSE MALLA-TMP-FILE.
           MOVE "N" TO Fin-Archivo.
           OPEN INPUT MALLA-TMP-FILE.
           OPEN OUTPUT MALLA-FILE.
           PERFORM UNTIL Fin-Archivo = "Y"
               READ MALLA-TMP-FILE
                   AT END
                       MOVE "Y" TO Fin-Archivo
                   NOT AT END
                       MOVE MALLA-TMP-RECORD TO MALLA-RECORD
                       WRITE MALLA-RECORD
               END-READ
           END-PERFORM.
           CLOSE MALLA-TMP-FILE.
           CLOSE MALLA-FILE.
           MOVE "N" TO Fin-Archivo.
           IF Accion-Malla = "E"
               IF Registro-Encontrado = "Y"
                   DISPLAY "Entrada de malla eliminada."
               ELSE
                   DISPLAY "La entrada no existe en la malla."
               END-IF
           ELSE
               IF Registro-Encontrado = "Y"
                   DISPLAY "Entrada de malla actualizada."
               ELSE
                   DISPLAY "Entrada de malla registrada."
               END-IF
           END-IF.

       COMPARAR-ENTRADA-MALLA.
           MOVE "N" TO Misma-Entrada.
           IF MC-PROGRAMA = Programa-Malla
               IF Tipo-Malla = "G"
                   IF MC-TIPO = "G" AND MC-GRUPO = Grupo-Malla
                       MOVE "Y" TO Misma-Entrada
                   END-IF
               ELSE
                   IF MC-TIPO NOT = "G" AND MC-CURSO = Curso-Malla
                       MOVE "Y" TO Misma-Entrada
                   END-IF
               END-IF
           END-IF.

       ARMAR-MALLA.
           MOVE Programa-Malla TO MC-PROGRAMA.
           MOVE Tipo-Malla TO MC-TIPO.
           MOVE Curso-Malla TO MC-CURSO.
           MOVE Grupo-Malla TO MC-GRUPO.
           MOVE Nivel-Malla TO MC-NIVEL.
           MOVE Creditos-Malla TO MC-CREDITOS.
           MOVE Minimo-Malla TO MC-MINIMO.
           MOVE WS-Fecha-Sistema TO MC-FECHA-REGISTRO.
           MOVE Operador TO MC-OPERADOR.

       ASIGNAR-PROGRAMA.
           MOVE "Y" TO Entrada-Valida.
           DISPLAY "Ingrese ID/RUT del alumno: ".
           ACCEPT Alumno-ID.
           DISPLAY "Programa: ".
           ACCEPT Programa-Malla.
           DISPLAY "Semestre de ingreso (ej. 2026-1): ".
           ACCEPT Semestre-Ingreso.
           DISPLAY "Estado (A = Activo, E = Egresado, R = Retirado): ".
           ACCEPT Estado-Programa.
           IF Estado-Programa = "a" OR Estado-Programa = SPACE
               MOVE "A" TO Estado-Programa
           END-IF.
           IF Estado-Programa = "e"
               MOVE "E" TO Estado-Programa
           END-IF.
           IF Estado-Programa = "r"
               MOVE "R" TO Estado-Programa
           END-IF.
           IF Estado-Programa NOT = "A" AND Estado-Programa NOT = "E"
               AND Estado-Programa NOT = "R"
               DISPLAY "Estado invalido."
               MOVE "N" TO Entrada-Valida
           END-IF.
           OPEN INPUT ALUMNOS-FILE.
           IF WS-Alumnos-Status = "00"
               PERFORM BUSCAR-NOMBRE-ALUMNO
               CLOSE ALUMNOS-FILE
           ELSE
               MOVE "N" TO Alumno-Encontrado
           END-IF.
           IF Alumno-Encontrado = "N"
               DISPLAY "Alumno " Alumno-ID " no registrado."
               MOVE "N" TO Entrada-Valida
           END-IF.
           MOVE "N" TO Registro-Encontrado.
           MOVE "N" TO Fin-Archivo.
           OPEN INPUT MALLA-FILE.
           IF WS-Malla-Status = "00"
               PERFORM UNTIL Fin-Archivo = "Y"
                   READ MALLA-FILE
                       AT END
                           MOVE "Y" TO Fin-Archivo
                       NOT AT END
                           IF MC-PROGRAMA = Programa-Malla
                               MOVE "Y" TO Registro-Encontrado
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MALLA-FILE
           END-IF.
           MOVE "N" TO Fin-Archivo.
           IF Registro-Encontrado = "N"
               DISPLAY "Programa " Programa-Malla
                   " sin malla registrada."
               MOVE "N" TO Entrada-Valida
           END-IF.
           MOVE SPACES TO Audit-Entrada.
           STRING "PROGRAMA ALUMNO=" Alumno-ID " P=" Programa-Malla
               DELIMITED BY SIZE INTO Audit-Entrada.
           MOVE SPACES TO Audit-Salida.
           IF Entrada-Valida = "N"
               MOVE "RECHAZADO" TO Audit-Salida
           ELSE
               PERFORM GRABAR-PROGRAMA-ALUMNO
               STRING "ESTADO=" Estado-Programa
                   " INGRESO=" Semestre-Ingreso
                   " REEMPL=" Registro-Encontrado
                   DELIMITED BY SIZE INTO Audit-Salida
           END-IF.
           PERFORM REGISTRAR-AUDITORIA.

       GRABAR-PROGRAMA-ALUMNO.
           MOVE "N" TO Registro-Encontrado.
           MOVE "N" TO Fin-Archivo.
           OPEN OUTPUT PROGRAMA-TMP-FILE.
           OPEN INPUT PROGRAMA-ALUMNO-FILE.
           IF WS-Progalu-Status = "00"
               PERFORM UNTIL Fin-Archivo = "Y"
                   READ PROGRAMA-ALUMNO-FILE
                       AT END
                           MOVE "Y" TO Fin-Archivo
                       NOT AT END
                           IF PA-ALUMNO-ID = Alumno-ID
                               MOVE "Y" TO Registro-Encontrado
                               PERFORM ARMAR-PROGRAMA-ALUMNO
                           END-IF
                           MOVE SPACES TO PROGRAMA-TMP-RECORD
                           MOVE PROGRAMA-ALUMNO-RECORD
                               TO PROGRAMA-TMP-RECORD
                           WRITE PROGRAMA-TMP-RECORD
                   END-READ
               END-PERFORM
               CLOSE PROGRAMA-ALUMNO-FILE
           END-IF.
           IF Registro-Encontrado = "N"
               PERFORM ARMAR-PROGRAMA-ALUMNO
               MOVE SPACES TO PROGRAMA-TMP-RECORD
               MOVE PROGRAMA-ALUMNO-RECORD TO PROGRAMA-TMP-RECORD
               WRITE PROGRAMA-TMP-RECORD
           END-IF.
           CLOSE PROGRAMA-TMP-FILE.
           MOVE "N" TO Fin-Archivo.
           OPEN INPUT PROGRAMA-TMP-FILE.
           OPEN OUTPUT PROGRAMA-ALUMNO-FILE.
           PERFORM UNTIL Fin-Archivo = "Y"
               READ PROGRAMA-TMP-FILE
                   AT END
                       MOVE "Y" TO Fin-Archivo
                   NOT AT END
                       MOVE PROGRAMA-TMP-RECORD
                           TO PROGRAMA-ALUMNO-RECORD
                       WRITE PROGRAMA-ALUMNO-RECORD
               END-READ
           END-PERFORM.
           CLOSE PROGRAMA-TMP-FILE.
           CLOSE PROGRAMA-ALUMNO-FILE.
           MOVE "N" TO Fin-Archivo.
           DISPLAY "Alumno " Alumno-ID " asignado al programa "
               Programa-Malla " (" Estado-Programa ").".

       ARMAR-PROGRAMA-ALUMNO.
           MOVE Alumno-ID TO PA-ALUMNO-ID.
           MOVE Programa-Malla TO PA-PROGRAMA.
           MOVE Semestre-Ingreso TO PA-SEMESTRE-INGRESO.
           MOVE Estado-Programa TO PA-ESTADO.
           MOVE WS-Fecha-Sistema TO PA-FECHA-REGISTRO.
           MOVE Operador TO PA-OPERADOR.

       LISTAR-MALLA.
           DISPLAY "Programa a listar (espacios = todos): ".
           ACCEPT Programa-Consulta.
           MOVE ZEROS TO Cantidad-Listados.
           MOVE ZEROS TO Creditos-Listados.
           MOVE "N" TO Fin-Archivo.
           DISPLAY "\n------ MALLA CURRICULAR ------".
           DISPLAY "PROGRAMA   T CURSO      GRUPO  NV CRED MIN".
           OPEN INPUT MALLA-FILE.
           IF WS-Malla-Status = "00"
               PERFORM UNTIL Fin-Archivo = "Y"
                   READ MALLA-FILE
                       AT END
                           MOVE "Y" TO Fin-Archivo
                       NOT AT END
                           IF Programa-Consulta = SPACES
                               OR MC-PROGRAMA = Programa-Consulta
                               PERFORM MOSTRAR-MALLA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MALLA-FILE
           END-IF.
           MOVE "N" TO Fin-Archivo.
           DISPLAY "Entradas listadas: " Cantidad-Listados
               " Creditos obligatorios: " Creditos-Listados.
           MOVE SPACES TO Audit-Entrada.
           STRING "LISTADO MALLA P=" Programa-Consulta
               DELIMITED BY SIZE INTO Audit-Entrada.
           MOVE SPACES TO Audit-Salida.
           STRING "ENTRADAS=" Cantidad-Listados
               DELIMITED BY SIZE INTO Audit-Salida.

       MOSTRAR-MALLA.
           ADD 1 TO Cantidad-Listados.
           IF MC-TIPO = "O"
               ADD MC-CREDITOS TO Creditos-Listados
           END-IF.
           DISPLAY MC-PROGRAMA " " MC-TIPO " " MC-CURSO " "
               MC-GRUPO " " MC-NIVEL " " MC-CREDITOS "  "
               MC-MINIMO.

       EJECUTAR-AUDITORIA.
           DISPLAY "Semestre en curso (ej. 2026-1): ".
           ACCEPT Semestre-Actual.
           DISPLAY "Programa a auditar (espacios = todos): ".
           ACCEPT Programa-Consulta.
           PERFORM CARGAR-MALLA.
           PERFORM CARGAR-PREREQ.
           PERFORM CARGAR-MATRICULAS.
           PERFORM CARGAR-ESTUDIANTES.
           MOVE "N" TO Alumnos-Abierto.
           OPEN INPUT ALUMNOS-FILE.
           IF WS-Alumnos-Status = "00"
               MOVE "Y" TO Alumnos-Abierto
           END-IF.
           OPEN OUTPUT AUDITGRADO-FILE.
           OPEN OUTPUT EGRESABLES-FILE.
           MOVE SPACES TO AUDITGRADO-LINEA.
           STRING "AUDITORIA DE GRADO - SEMESTRE " Semestre-Actual
               " PROGRAMA " Programa-Consulta
               DELIMITED BY SIZE INTO AUDITGRADO-LINEA.
           WRITE AUDITGRADO-LINEA.
           MOVE SPACES TO EGRESABLES-LINEA.
           STRING "ALUMNOS EN CONDICION DE EGRESO - SEMESTRE "
               Semestre-Actual
               DELIMITED BY SIZE INTO EGRESABLES-LINEA.
           WRITE EGRESABLES-LINEA.
           MOVE SPACES TO EGRESABLES-LINEA.
           STRING "ALUMNO     NOMBRE                         "
               "PROGRAMA   CRED CONDICION"
               DELIMITED BY SIZE INTO EGRESABLES-LINEA.
           WRITE EGRESABLES-LINEA.
           PERFORM VARYING EP-IDX FROM 1 BY 1
               UNTIL EP-IDX > ESTUDIANTES-COUNT
               PERFORM AUDITAR-ALUMNO
           END-PERFORM.
           MOVE SPACES TO AUDITGRADO-LINEA.
           STRING "ALUMNOS AUDITADOS " Cantidad-Auditados
               " EN CONDICION DE EGRESO " Cantidad-Egresables
               " SIN MALLA " Cantidad-Sin-Malla
               DELIMITED BY SIZE INTO AUDITGRADO-LINEA.
           WRITE AUDITGRADO-LINEA.
           MOVE SPACES TO EGRESABLES-LINEA.
           STRING "TOTAL EN CONDICION DE EGRESO " Cantidad-Egresables
               DELIMITED BY SIZE INTO EGRESABLES-LINEA.
           WRITE EGRESABLES-LINEA.
           CLOSE AUDITGRADO-FILE.
           CLOSE EGRESABLES-FILE.
           IF Alumnos-Abierto = "Y"
               CLOSE ALUMNOS-FILE
           END-IF.
           IF Tabla-Desbordada = "Y"
               DISPLAY "ATENCION: capacidad de tablas excedida, "
                   "auditoria incompleta."
           END-IF.
           DISPLAY "Reportes generados: AUDITGRADO.RPT, "
               "EGRESABLES.RPT".
           MOVE SPACES TO Audit-Entrada.
           STRING "AUDITORIA GRADO SEM=" Semestre-Actual
               " P=" Programa-Consulta
               DELIMITED BY SIZE INTO Audit-Entrada.
           MOVE SPACES TO Audit-Salida.
           STRING "ALUMNOS=" Cantidad-Auditados
               " EGRESABLES=" Cantidad-Egresables
               " DESBORDE=" Tabla-Desbordada
               DELIMITED BY SIZE INTO Audit-Salida.

       CARGAR-MALLA.
           MOVE ZEROS TO MALLA-COUNT.
           MOVE "N" TO Fin-Archivo.
           OPEN INPUT MALLA-FILE.
           IF WS-Malla-Status = "00"
               PERFORM UNTIL Fin-Archivo = "Y"
                   READ MALLA-FILE
                       AT END
                           MOVE "Y" TO Fin-Archivo
                       NOT AT END
                           IF Programa-Consulta = SPACES
                               OR MC-PROGRAMA = Programa-Consulta
                               PERFORM AGREGAR-MALLA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MALLA-FILE
           ELSE
               DISPLAY "No se pudo abrir MALLA.DAT."
           END-IF.
           MOVE "N" TO Fin-Archivo.

       AGREGAR-MALLA.
           IF MALLA-COUNT < 400
               ADD 1 TO MALLA-COUNT
               SET ML-IDX TO MALLA-COUNT
               MOVE MC-PROGRAMA TO ML-PROGRAMA(ML-IDX)
               MOVE MC-TIPO TO ML-TIPO(ML-IDX)
               MOVE MC-CURSO TO ML-CURSO(ML-IDX)
               MOVE MC-GRUPO TO ML-GRUPO(ML-IDX)
               MOVE MC-NIVEL TO ML-NIVEL(ML-IDX)
               MOVE MC-CREDITOS TO ML-CREDITOS(ML-IDX)
               MOVE MC-MINIMO TO ML-MINIMO(ML-IDX)
               MOVE "P" TO ML-SITUACION(ML-IDX)
               MOVE ZEROS TO ML-CUENTA-APROB(ML-IDX)
               MOVE ZEROS TO ML-CUENTA-CURSO(ML-IDX)
           ELSE
               MOVE "Y" TO Tabla-Desbordada
           END-IF.

       CARGAR-PREREQ.
           MOVE ZEROS TO PREREQ-COUNT.
           MOVE "N" TO Fin-Archivo.
           OPEN INPUT PREREQ-FILE.
           IF WS-Prereq-Status = "00"
               PERFORM UNTIL Fin-Archivo = "Y"
                   READ PREREQ-FILE
                       AT END
                           MOVE "Y" TO Fin-Archivo
                       NOT AT END
                           IF PREREQ-COUNT < 300
                               ADD 1 TO PREREQ-COUNT
                               SET PT-IDX TO PREREQ-COUNT
                               MOVE PQ-CURSO TO PT-CURSO(PT-IDX)
                               MOVE PQ-PREREQUISITO
                                   TO PT-PREREQUISITO(PT-IDX)
                           ELSE
                               MOVE "Y" TO Tabla-Desbordada
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PREREQ-FILE
           END-IF.
           MOVE "N" TO Fin-Archivo.

       CARGAR-MATRICULAS.
           MOVE ZEROS TO MATRIC-COUNT.
           MOVE "N" TO Fin-Archivo.
           OPEN INPUT MATRICULAS-FILE.
           IF WS-Matriculas-Status = "00"
               PERFORM UNTIL Fin-Archivo = "Y"
                   READ MATRICULAS-FILE
                       AT END
                           MOVE "Y" TO Fin-Archivo
                       NOT AT END
                           IF MA-SEMESTRE = Semestre-Actual
                               AND MA-ESTADO = "A"
                               PERFORM AGREGAR-MATRICULA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MATRICULAS-FILE
           END-IF.
           MOVE "N" TO Fin-Archivo.

       AGREGAR-MATRICULA.
           IF MATRIC-COUNT < 2000
               ADD 1 TO MATRIC-COUNT
               SET MT-IDX TO MATRIC-COUNT
               MOVE MA-ALUMNO-ID TO MT-ALUMNO-ID(MT-IDX)
               MOVE MA-CURSO TO MT-CURSO(MT-IDX)
           ELSE
               MOVE "Y" TO Tabla-Desbordada
           END-IF.

       CARGAR-ESTUDIANTES.
           MOVE ZEROS TO ESTUDIANTES-COUNT.
           MOVE "N" TO Fin-Archivo.
           OPEN INPUT PROGRAMA-ALUMNO-FILE.
           IF WS-Progalu-Status = "00"
               PERFORM UNTIL Fin-Archivo = "Y"
                   READ PROGRAMA-ALUMNO-FILE
                       AT END
                           MOVE "Y" TO Fin-Archivo
                       NOT AT END
                           IF PA-ESTADO = "A"
                               AND (Programa-Consulta = SPACES
                               OR PA-PROGRAMA = Programa-Consulta)
                               PERFORM AGREGAR-ESTUDIANTE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PROGRAMA-ALUMNO-FILE
           ELSE
               DISPLAY "No se pudo abrir PROGALU.DAT."
           END-IF.
           MOVE "N" TO Fin-Archivo.

       AGREGAR-ESTUDIANTE.
           IF ESTUDIANTES-COUNT < 500
               ADD 1 TO ESTUDIANTES-COUNT
               SET EP-IDX TO ESTUDIANTES-COUNT
               MOVE PA-ALUMNO-ID TO EP-ALUMNO-ID(EP-IDX)
               MOVE PA-PROGRAMA TO EP-PROGRAMA(EP-IDX)
           ELSE
               MOVE "Y" TO Tabla-Desbordada
           END-IF.

       BUSCAR-NOMBRE-ALUMNO.
           MOVE "N" TO Alumno-Encontrado.
           MOVE SPACES TO Nombre-Alumno.
           MOVE Alumno-ID TO AL-ID.
           READ ALUMNOS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO Alumno-Encontrado
                   MOVE AL-NOMBRE TO Nombre-Alumno
           END-READ.

       AUDITAR-ALUMNO.
           ADD 1 TO Cantidad-Auditados.
           MOVE EP-ALUMNO-ID(EP-IDX) TO Alumno-ID.
           MOVE EP-PROGRAMA(EP-IDX) TO Programa-Alumno.
           MOVE SPACES TO Nombre-Alumno.
           IF Alumnos-Abierto = "Y"
               PERFORM BUSCAR-NOMBRE-ALUMNO
           END-IF.
           PERFORM CARGAR-APROBADOS-ALUMNO.
           MOVE ZEROS TO Cursos-Plan.
           MOVE ZEROS TO Cursos-Cursando.
           MOVE ZEROS TO Oblig-Pendientes.
           MOVE ZEROS TO Grupos-Incumplidos.
           MOVE ZEROS TO Cursos-Sugeridos.
           MOVE ZEROS TO Cred-Aprobados.
           MOVE ZEROS TO Cred-Cursando.
           MOVE ZEROS TO Cred-Pendientes.
           MOVE ZEROS TO Nivel-Maximo.
           PERFORM VARYING ML-IDX FROM 1 BY 1
               UNTIL ML-IDX > MALLA-COUNT
               IF ML-PROGRAMA(ML-IDX) = Programa-Alumno
                   AND ML-TIPO(ML-IDX) = "G"
                   MOVE ZEROS TO ML-CUENTA-APROB(ML-IDX)
                   MOVE ZEROS TO ML-CUENTA-CURSO(ML-IDX)
               END-IF
           END-PERFORM.
           PERFORM VARYING ML-IDX FROM 1 BY 1
               UNTIL ML-IDX > MALLA-COUNT
               IF ML-PROGRAMA(ML-IDX) = Programa-Alumno
                   AND ML-TIPO(ML-IDX) NOT = "G"
                   PERFORM CLASIFICAR-CURSO-MALLA
               END-IF
           END-PERFORM.
           MOVE SPACES TO AUDITGRADO-LINEA.
           WRITE AUDITGRADO-LINEA.
           MOVE SPACES TO AUDITGRADO-LINEA.
           STRING "ALUMNO " Alumno-ID " " Nombre-Alumno
               " PROGRAMA " Programa-Alumno
               DELIMITED BY SIZE INTO AUDITGRADO-LINEA.
           PERFORM ESCRIBIR-LINEA-AUDITORIA.
           IF Cursos-Plan = 0
               ADD 1 TO Cantidad-Sin-Malla
               MOVE SPACES TO AUDITGRADO-LINEA
               STRING "  SIN MALLA REGISTRADA PARA EL PROGRAMA "
                   Programa-Alumno
                   DELIMITED BY SIZE INTO AUDITGRADO-LINEA
               PERFORM ESCRIBIR-LINEA-AUDITORIA
           ELSE
               PERFORM ESCRIBIR-CURSOS-ALUMNO
               PERFORM EVALUAR-GRUPOS
               PERFORM SUGERIR-CURSOS
               PERFORM ESCRIBIR-CONDICION-ALUMNO
           END-IF.

       CARGAR-APROBADOS-ALUMNO.
           MOVE ZEROS TO APROBADOS-COUNT.
           MOVE "N" TO Fin-Transcript.
           OPEN INPUT TRANSCRIPT-FILE.
           IF WS-Transcript-Status = "00"
               PERFORM UNTIL Fin-Transcript = "Y"
                   READ TRANSCRIPT-FILE
                       AT END
                           MOVE "Y" TO Fin-Transcript
                       NOT AT END
                           IF TX-ALUMNO-ID = Alumno-ID
                               AND TX-VIGENTE NOT = "S"
                               AND TX-ESTADO = "APROBADO"
                               PERFORM AGREGAR-APROBADO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TRANSCRIPT-FILE
           END-IF.
           MOVE "N" TO Fin-Transcript.

       AGREGAR-APROBADO.
           MOVE TX-CURSO TO Curso-Buscado.
           PERFORM BUSCAR-CURSO-APROBADO.
           IF Curso-Aprobado = "N"
               IF APROBADOS-COUNT < 100
                   ADD 1 TO APROBADOS-COUNT
                   SET CA-IDX TO APROBADOS-COUNT
                   MOVE TX-CURSO TO CA-CURSO(CA-IDX)
               ELSE
                   MOVE "Y" TO Tabla-Desbordada
               END-IF
           END-IF.

       BUSCAR-CURSO-APROBADO.
           MOVE "N" TO Curso-Aprobado.
           PERFORM VARYING CA-IDX FROM 1 BY 1
               UNTIL CA-IDX > APROBADOS-COUNT
               IF CA-CURSO(CA-IDX) = Curso-Buscado
                   MOVE "Y" TO Curso-Aprobado
                   MOVE APROBADOS-COUNT TO CA-IDX
               END-IF
           END-PERFORM.

       BUSCAR-CURSO-MATRICULADO.
           MOVE "N" TO Curso-Matriculado.
           PERFORM VARYING MT-IDX FROM 1 BY 1
               UNTIL MT-IDX > MATRIC-COUNT
               IF MT-ALUMNO-ID(MT-IDX) = Alumno-ID
                   AND MT-CURSO(MT-IDX) = Curso-Buscado
                   MOVE "Y" TO Curso-Matriculado
                   MOVE MATRIC-COUNT TO MT-IDX
               END-IF
           END-PERFORM.

       CLASIFICAR-CURSO-MALLA.
           ADD 1 TO Cursos-Plan.
           IF ML-NIVEL(ML-IDX) > Nivel-Maximo
               MOVE ML-NIVEL(ML-IDX) TO Nivel-Maximo
           END-IF.
           MOVE ML-CURSO(ML-IDX) TO Curso-Buscado.
           MOVE "P" TO ML-SITUACION(ML-IDX).
           PERFORM BUSCAR-CURSO-APROBADO.
           IF Curso-Aprobado = "Y"
               MOVE "A" TO ML-SITUACION(ML-IDX)
           ELSE
               PERFORM BUSCAR-CURSO-MATRICULADO
               IF Curso-Matriculado = "Y"
                   MOVE "C" TO ML-SITUACION(ML-IDX)
               END-IF
           END-IF.
           EVALUATE ML-SITUACION(ML-IDX)
               WHEN "A"
                   ADD ML-CREDITOS(ML-IDX) TO Cred-Aprobados
               WHEN "C"
                   ADD 1 TO Cursos-Cursando
                   ADD ML-CREDITOS(ML-IDX) TO Cred-Cursando
               WHEN OTHER
                   IF ML-TIPO(ML-IDX) = "O"
                       ADD 1 TO Oblig-Pendientes
                       ADD ML-CREDITOS(ML-IDX) TO Cred-Pendientes
                   END-IF
           END-EVALUATE.
           IF ML-TIPO(ML-IDX) = "E"
               AND ML-SITUACION(ML-IDX) NOT = "P"
               PERFORM SUMAR-GRUPO-ELECTIVO
           END-IF.

       SUMAR-GRUPO-ELECTIVO.
           PERFORM VARYING MG-IDX FROM 1 BY 1
               UNTIL MG-IDX > MALLA-COUNT
               IF ML-PROGRAMA(MG-IDX) = Programa-Alumno
                   AND ML-TIPO(MG-IDX) = "G"
                   AND ML-GRUPO(MG-IDX) = ML-GRUPO(ML-IDX)
                   IF ML-SITUACION(ML-IDX) = "A"
                       ADD 1 TO ML-CUENTA-APROB(MG-IDX)
                   ELSE
                       ADD 1 TO ML-CUENTA-CURSO(MG-IDX)
                   END-IF
                   MOVE MALLA-COUNT TO MG-IDX
               END-IF
           END-PERFORM.

       ESCRIBIR-CURSOS-ALUMNO.
           PERFORM VARYING Nivel-Actual FROM 1 BY 1
               UNTIL Nivel-Actual > Nivel-Maximo
               PERFORM VARYING ML-IDX FROM 1 BY 1
                   UNTIL ML-IDX > MALLA-COUNT
                   IF ML-PROGRAMA(ML-IDX) = Programa-Alumno
                       AND ML-TIPO(ML-IDX) NOT = "G"
                       AND ML-NIVEL(ML-IDX) = Nivel-Actual
                       PERFORM ESCRIBIR-CURSO-MALLA
                   END-IF
               END-PERFORM
           END-PERFORM.

       ESCRIBIR-CURSO-MALLA.
           MOVE SPACES TO Desc-Tipo.
           IF ML-TIPO(ML-IDX) = "E"
               STRING "ELECTIVO " ML-GRUPO(ML-IDX)
                   DELIMITED BY SIZE INTO Desc-Tipo
           ELSE
               MOVE "OBLIGATORIO" TO Desc-Tipo
           END-IF.
           EVALUATE ML-SITUACION(ML-IDX)
               WHEN "A"
                   MOVE "APROBADO" TO Desc-Situacion
               WHEN "C"
                   MOVE "CURSANDO" TO Desc-Situacion
               WHEN OTHER
                   MOVE "PENDIENTE" TO Desc-Situacion
           END-EVALUATE.
           MOVE SPACES TO AUDITGRADO-LINEA.
           STRING "  NIVEL " ML-NIVEL(ML-IDX) " " Desc-Tipo " "
               ML-CURSO(ML-IDX) " CREDITOS " ML-CREDITOS(ML-IDX)
               " " Desc-Situacion
               DELIMITED BY SIZE INTO AUDITGRADO-LINEA.
           PERFORM ESCRIBIR-LINEA-AUDITORIA.

       EVALUAR-GRUPOS.
           PERFORM VARYING MG-IDX FROM 1 BY 1
               UNTIL MG-IDX > MALLA-COUNT
               IF ML-PROGRAMA(MG-IDX) = Programa-Alumno
                   AND ML-TIPO(MG-IDX) = "G"
                   PERFORM ESCRIBIR-GRUPO-ELECTIVO
               END-IF
           END-PERFORM.

       ESCRIBIR-GRUPO-ELECTIVO.
           COMPUTE Cuenta-Grupo = ML-CUENTA-APROB(MG-IDX)
               + ML-CUENTA-CURSO(MG-IDX).
           MOVE SPACES TO AUDITGRADO-LINEA.
           IF Cuenta-Grupo >= ML-MINIMO(MG-IDX)
               STRING "  GRUPO ELECTIVO " ML-GRUPO(MG-IDX)
                   " MINIMO " ML-MINIMO(MG-IDX)
                   " APROBADOS " ML-CUENTA-APROB(MG-IDX)
                   " CURSANDO " ML-CUENTA-CURSO(MG-IDX)
                   " CUMPLE"
                   DELIMITED BY SIZE INTO AUDITGRADO-LINEA
           ELSE
               ADD 1 TO Grupos-Incumplidos
               COMPUTE Faltan-Grupo = ML-MINIMO(MG-IDX)
                   - Cuenta-Grupo
               STRING "  GRUPO ELECTIVO " ML-GRUPO(MG-IDX)
                   " MINIMO " ML-MINIMO(MG-IDX)
                   " APROBADOS " ML-CUENTA-APROB(MG-IDX)
                   " CURSANDO " ML-CUENTA-CURSO(MG-IDX)
                   " FALTAN " Faltan-Grupo
                   DELIMITED BY SIZE INTO AUDITGRADO-LINEA
           END-IF.
           PERFORM ESCRIBIR-LINEA-AUDITORIA.

       SUGERIR-CURSOS.
           PERFORM VARYING ML-IDX FROM 1 BY 1
               UNTIL ML-IDX > MALLA-COUNT
               IF ML-PROGRAMA(ML-IDX) = Programa-Alumno
                   AND ML-TIPO(ML-IDX) NOT = "G"
                   AND ML-SITUACION(ML-IDX) = "P"
                   PERFORM EVALUAR-SUGERENCIA
               END-IF
           END-PERFORM.
           IF Cursos-Sugeridos = 0
               MOVE SPACES TO AUDITGRADO-LINEA
               MOVE "  SIN CURSOS SUGERIDOS PARA EL PROXIMO SEMESTRE"
                   TO AUDITGRADO-LINEA
               PERFORM ESCRIBIR-LINEA-AUDITORIA
           END-IF.

       EVALUAR-SUGERENCIA.
           MOVE "N" TO Grupo-Cumplido.
           IF ML-TIPO(ML-IDX) = "E"
               PERFORM VARYING MG-IDX FROM 1 BY 1
                   UNTIL MG-IDX > MALLA-COUNT
                   IF ML-PROGRAMA(MG-IDX) = Programa-Alumno
                       AND ML-TIPO(MG-IDX) = "G"
                       AND ML-GRUPO(MG-IDX) = ML-GRUPO(ML-IDX)
                       IF ML-CUENTA-APROB(MG-IDX)
                           + ML-CUENTA-CURSO(MG-IDX)
                           >= ML-MINIMO(MG-IDX)
                           MOVE "Y" TO Grupo-Cumplido
                       END-IF
                       MOVE MALLA-COUNT TO MG-IDX
                   END-IF
               END-PERFORM
           END-IF.
           IF Grupo-Cumplido = "N"
               PERFORM VERIFICAR-PREREQUISITOS
               IF Prereq-Cumplido = "Y"
                   ADD 1 TO Cursos-Sugeridos
                   MOVE SPACES TO AUDITGRADO-LINEA
                   IF Prereq-En-Curso = "Y"
                       STRING "  SUGERIDO PROXIMO SEMESTRE "
                           ML-CURSO(ML-IDX)
                           " NIVEL " ML-NIVEL(ML-IDX)
                           " CREDITOS " ML-CREDITOS(ML-IDX)
                           " SUJETO A APROBAR PREREQUISITO"
                           DELIMITED BY SIZE INTO AUDITGRADO-LINEA
                   ELSE
                       STRING "  SUGERIDO PROXIMO SEMESTRE "
                           ML-CURSO(ML-IDX)
                           " NIVEL " ML-NIVEL(ML-IDX)
                           " CREDITOS " ML-CREDITOS(ML-IDX)
                           DELIMITED BY SIZE INTO AUDITGRADO-LINEA
                   END-IF
                   PERFORM ESCRIBIR-LINEA-AUDITORIA
               END-IF
           END-IF.

       VERIFICAR-PREREQUISITOS.
           MOVE "Y" TO Prereq-Cumplido.
           MOVE "N" TO Prereq-En-Curso.
           PERFORM VARYING PT-IDX FROM 1 BY 1
               UNTIL PT-IDX > PREREQ-COUNT
               IF PT-CURSO(PT-IDX) = ML-CURSO(ML-IDX)
                   MOVE PT-PREREQUISITO(PT-IDX) TO Curso-Buscado
                   PERFORM BUSCAR-CURSO-APROBADO
                   IF Curso-Aprobado = "N"
                       PERFORM BUSCAR-CURSO-MATRICULADO
                       IF Curso-Matriculado = "Y"
                           MOVE "Y" TO Prereq-En-Curso
                       ELSE
                           MOVE "N" TO Prereq-Cumplido
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       ESCRIBIR-CONDICION-ALUMNO.
           MOVE SPACES TO AUDITGRADO-LINEA.
           STRING "  CREDITOS APROBADOS " Cred-Aprobados
               " CURSANDO " Cred-Cursando
               " OBLIGATORIOS PENDIENTES " Oblig-Pendientes
               " (" Cred-Pendientes " CREDITOS)"
               DELIMITED BY SIZE INTO AUDITGRADO-LINEA.
           PERFORM ESCRIBIR-LINEA-AUDITORIA.
           MOVE SPACES TO AUDITGRADO-LINEA.
           IF Oblig-Pendientes = 0 AND Grupos-Incumplidos = 0
               ADD 1 TO Cantidad-Egresables
               IF Cursos-Cursando > 0
                   MOVE "EGRESA AL APROBAR EL SEMESTRE"
                       TO Desc-Condicion
               ELSE
                   MOVE "PLAN COMPLETO" TO Desc-Condicion
               END-IF
               STRING "  CONDICION: " Desc-Condicion
                   DELIMITED BY SIZE INTO AUDITGRADO-LINEA
               PERFORM ESCRIBIR-LINEA-AUDITORIA
               COMPUTE Creditos-Listados = Cred-Aprobados
                   + Cred-Cursando
               MOVE SPACES TO EGRESABLES-LINEA
               STRING Alumno-ID " " Nombre-Alumno " "
                   Programa-Alumno " " Creditos-Listados " "
                   Desc-Condicion
                   DELIMITED BY SIZE INTO EGRESABLES-LINEA
               WRITE EGRESABLES-LINEA
           ELSE
               STRING "  CONDICION: NO EGRESA - OBLIGATORIOS "
                   "PENDIENTES " Oblig-Pendientes
                   " GRUPOS INCOMPLETOS " Grupos-Incumplidos
                   DELIMITED BY SIZE INTO AUDITGRADO-LINEA
               PERFORM ESCRIBIR-LINEA-AUDITORIA
           END-IF.

       ESCRIBIR-LINEA-AUDITORIA.
           WRITE AUDITGRADO-LINEA.
           DISPLAY AUDITGRADO-LINEA.
