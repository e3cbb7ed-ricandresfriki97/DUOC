       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTENCION-PISTAS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PISTAS-FILE ASSIGN TO "PISTAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Pistas-Status.
           SELECT PISTAS-TMP-FILE ASSIGN TO "PISTATMP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Pistatmp-Status.
           SELECT AUDITORIA-FILE ASSIGN TO "AUDITORIA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Auditoria-Status.
           SELECT OPERADORES-FILE ASSIGN TO "OPERADORES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Operadores-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  PISTAS-FILE.
           COPY PISTA.
       FD  PISTAS-TMP-FILE.
       01  PISTA-TMP-RECORD PIC X(40).
       FD  AUDITORIA-FILE.
           COPY AUDITORIAF.
       FD  OPERADORES-FILE.
           COPY OPERADOR.

       WORKING-STORAGE SECTION.
       01 Modo-Operacion     PIC X VALUE "L".
       01 Fin-Archivo        PIC X VALUE "N".
       01 Plaza-Pista        PIC X(3) VALUE SPACES.
       01 Numero-Pista       PIC 99 VALUE 0.
       01 Tipo-Pista         PIC X VALUE "M".
       01 Estado-Pista       PIC X VALUE "A".
       01 Descripcion-Pista  PIC X(20) VALUE SPACES.
       01 Pista-Encontrada   PIC X VALUE "N".
       01 Cantidad-Pistas    PIC 9(4) VALUE 0.
       01 Plaza-Filtro       PIC X(3) VALUE SPACES.
       01 WS-Pistas-Status   PIC XX VALUE "00".
       01 WS-Pistatmp-Status PIC XX VALUE "00".
       01 WS-Auditoria-Status PIC XX VALUE "00".
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
           DISPLAY "Modo (M = Mantencion, L = Listado por plaza): ".
           ACCEPT Modo-Operacion.
           EVALUATE Modo-Operacion
               WHEN "M"
               WHEN "m"
                   IF Rol-Operador = "S"
                       PERFORM MANTENER-PISTA
                   ELSE
                       DISPLAY "La mantencion de pistas requiere rol "
                           "de supervisor."
                       MOVE "MANTENCION PISTA SIN SUPERVISOR"
                           TO Audit-Entrada
                   END-IF
               WHEN OTHER
                   PERFORM LISTAR-PISTAS
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
           MOVE "MANTENCION-PISTAS" TO AU-PROGRAMA.
           MOVE WS-Fecha-Sistema TO AU-FECHA.
           MOVE WS-Hora-Sistema TO AU-HORA.
           MOVE Operador TO AU-OPERADOR.
           MOVE Audit-Entrada TO AU-ENTRADA.
           MOVE Audit-Salida TO AU-SALIDA.
           WRITE AUDITORIA-RECORD.
           CLOSE AUDITORIA-FILE.

       MANTENER-PISTA.
           DISPLAY "Plaza (ej. NOR, CEN, SUR): ".
           ACCEPT Plaza-Pista.
           DISPLAY "Numero de pista (01-99): ".
           ACCEPT Numero-Pista.
           DISPLAY "Tipo (T = Solo TAG, M = Mixta, B = Boletera "
               "manual): ".
           ACCEPT Tipo-Pista.
           IF Tipo-Pista = "t"
               MOVE "T" TO Tipo-Pista
           END-IF.
           IF Tipo-Pista = "b"
               MOVE "B" TO Tipo-Pista
           END-IF.
           IF Tipo-Pista NOT = "T" AND Tipo-Pista NOT = "B"
               MOVE "M" TO Tipo-Pista
           END-IF.
           DISPLAY "Estado (A = Activa, I = Inactiva): ".
           ACCEPT Estado-Pista.
           IF Estado-Pista NOT = "I"
               MOVE "A" TO Estado-Pista
           END-IF.
           DISPLAY "Descripcion: ".
           ACCEPT Descripcion-Pista.
           IF Numero-Pista = 0 OR Plaza-Pista = SPACES
               DISPLAY "Plaza y numero de pista son obligatorios."
               MOVE "PISTA INVALIDA" TO Audit-Entrada
           ELSE
               PERFORM GRABAR-PISTA
               STRING "PISTA PLAZA=" Plaza-Pista
                   " NRO=" Numero-Pista
                   DELIMITED BY SIZE INTO Audit-Entrada
               STRING "TIPO=" Tipo-Pista " ESTADO=" Estado-Pista
                   " NUEVA=" Pista-Encontrada
                   DELIMITED BY SIZE INTO Audit-Salida
           END-IF.

       GRABAR-PISTA.
           MOVE "N" TO Pista-Encontrada.
           MOVE "N" TO Fin-Archivo.
           OPEN OUTPUT PISTAS-TMP-FILE.
           OPEN INPUT PISTAS-FILE.
           IF WS-Pistas-Status = "00"
               PERFORM UNTIL Fin-Archivo = "Y"
                   READ PISTAS-FILE
                       AT END
                           MOVE "Y" TO Fin-Archivo
                       NOT AT END
                           IF PI-PLAZA = Plaza-Pista
                               AND PI-PISTA = Numero-Pista
                               MOVE "Y" TO Pista-Encontrada
                               PERFORM ARMAR-PISTA
                           END-IF
                           MOVE SPACES TO PISTA-TMP-RECORD
                           MOVE PISTA-RECORD TO PISTA-TMP-RECORD
                           WRITE PISTA-TMP-RECORD
                   END-READ
               END-PERFORM
               CLOSE PISTAS-FILE
           END-IF.
           IF Pista-Encontrada = "N"
               PERFORM ARMAR-PISTA
               MOVE SPACES TO PISTA-TMP-RECORD
               MOVE PISTA-RECORD TO PISTA-TMP-RECORD
               WRITE PISTA-TMP-RECORD
           END-IF.
           CLOSE PISTAS-TMP-FILE.
           MOVE "N" TO Fin-Archivo.
           OPEN INPUT PISTAS-TMP-FILE.
           OPEN OUTPUT PISTAS-FILE.
           PERFORM UNTIL Fin-Archivo = "Y"
               READ PISTAS-TMP-FILE
                   AT END
                       MOVE "Y" TO Fin-Archivo
                   NOT AT END
                       MOVE PISTA-TMP-RECORD TO PISTA-RECORD
                       WRITE PISTA-RECORD
               END-READ
           END-PERFORM.
           CLOSE PISTAS-TMP-FILE.
           CLOSE PISTAS-FILE.
           MOVE "N" TO Fin-Archivo.
           IF Pista-Encontrada = "Y"
               DISPLAY "Pista " Plaza-Pista "-" Numero-Pista
                   " actualizada."
           ELSE
               DISPLAY "Pista " Plaza-Pista "-" Numero-Pista
                   " registrada."
           END-IF.

       ARMAR-PISTA.
           MOVE Plaza-Pista TO PI-PLAZA.
           MOVE Numero-Pista TO PI-PISTA.
           MOVE Tipo-Pista TO PI-TIPO.
           MOVE Estado-Pista TO PI-ESTADO.
           MOVE Descripcion-Pista TO PI-DESCRIPCION.

       LISTAR-PISTAS.
           DISPLAY "Plaza a listar (espacios = todas): ".
           ACCEPT Plaza-Filtro.
           MOVE ZEROS TO Cantidad-Pistas.
           MOVE "N" TO Fin-Archivo.
           DISPLAY "\n------ PISTAS POR PLAZA ------".
           OPEN INPUT PISTAS-FILE.
           IF WS-Pistas-Status = "00"
               PERFORM UNTIL Fin-Archivo = "Y"
                   READ PISTAS-FILE
                       AT END
                           MOVE "Y" TO Fin-Archivo
                       NOT AT END
                           IF Plaza-Filtro = SPACES
                               OR PI-PLAZA = Plaza-Filtro
                               PERFORM MOSTRAR-PISTA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PISTAS-FILE
           END-IF.
           MOVE "N" TO Fin-Archivo.
           DISPLAY "Pistas listadas: " Cantidad-Pistas.
           STRING "LISTADO PISTAS PLAZA=" Plaza-Filtro
               DELIMITED BY SIZE INTO Audit-Entrada.
           STRING "PISTAS=" Cantidad-Pistas
               DELIMITED BY SIZE INTO Audit-Salida.

       MOSTRAR-PISTA.
           ADD 1 TO Cantidad-Pistas.
           EVALUATE PI-TIPO
               WHEN "T"
                   DISPLAY PI-PLAZA "-" PI-PISTA " SOLO TAG  "
                       PI-ESTADO " " PI-DESCRIPCION
               WHEN "B"
                   DISPLAY PI-PLAZA "-" PI-PISTA " BOLETERA  "
                       PI-ESTADO " " PI-DESCRIPCION
               WHEN OTHER
                   DISPLAY PI-PLAZA "-" PI-PISTA " MIXTA     "
                       PI-ESTADO " " PI-DESCRIPCION
           END-EVALUATE.
