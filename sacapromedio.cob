    SELECT CUPOS-FILE ASSIGN TO "CUPOS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Cupos-Status.
    SELECT SEMESTRES-FILE ASSIGN TO "SEMESTRES.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Semestres-Status.
    SELECT ACTAS-FILE ASSIGN TO "ACTAS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Actas-Status.
DATA DIVISION.
FILE SECTION.
FD  ALUMNOS-FILE.
    COPY PREREQ.
FD  CUPOS-FILE.
    COPY CUPOS.
FD  SEMESTRES-FILE.
    COPY SEMESTRE.
FD  ACTAS-FILE.
    COPY ACTA.
SD  SORT-WORK-FILE.
01  SORT-WORK-RECORD.
    05  SW-CURSO PIC X(10).
01  Lote-Leidos PIC 9(7) VALUE ZEROS.
01  Lote-Aceptados PIC 9(7) VALUE ZEROS.
01  Lote-Rechazados PIC 9(7) VALUE ZEROS.
01  WS-Semestres-Status PIC XX VALUE "00".
01  WS-Actas-Status PIC XX VALUE "00".
01  Semestre-Cerrado PIC X VALUE "N".
01  Acta-Numero PIC 9(7) VALUE ZEROS.
01  Acta-Vigente PIC 9(7) VALUE ZEROS.
PROCEDURE DIVISION.
MAIN-PROCEDURE.
    PERFORM CARGAR-UMBRALES.
    END-IF.
    DISPLAY "Ingrese semestre (ej. 2026-1):".
    ACCEPT Semestre.
    PERFORM VERIFICAR-SEMESTRE-CERRADO.
    DISPLAY "Ingrese modo (I = Individual, L = Lote de curso,".
    DISPLAY "  M = Matricula, C = Correccion de notas):".
    ACCEPT Modo-Operacion.
    PERFORM ABRIR-ALUMNOS.
    PERFORM BUSCAR-ALUMNO.
    CLOSE ALUMNOS-FILE.
    MOVE "Y" TO Entrada-Valida.
    IF Alumno-Encontrado = "N"
        MOVE "N" TO Entrada-Valida
        MOVE "ALUMNO NO REGISTRADO" TO WS-Rechazo-Motivo
        PERFORM REGISTRAR-RECHAZO
        DISPLAY "Alumno no registrado, matricula rechazada."
    END-IF.
    IF Entrada-Valida = "Y" AND Semestre-Cerrado = "Y"
        MOVE "N" TO Entrada-Valida
        MOVE "SEMESTRE CERRADO CON ACTA" TO WS-Rechazo-Motivo
        PERFORM REGISTRAR-RECHAZO
        DISPLAY "Semestre " Semestre " cerrado, matricula rechazada."
    END-IF.
    IF Entrada-Valida = "Y"
        DISPLAY "Curso:"
        ACCEPT Curso-Matricula
        DISPLAY "Estado (A = Activa, I = Retirada):"
        MOVE "ALUMNO NO REGISTRADO" TO WS-Rechazo-Motivo
        PERFORM REGISTRAR-RECHAZO
    END-IF.
    IF Entrada-Valida = "Y" AND Semestre-Cerrado = "Y"
        MOVE "N" TO Entrada-Valida
        MOVE "SEMESTRE CERRADO CON ACTA" TO WS-Rechazo-Motivo
        PERFORM REGISTRAR-RECHAZO
        DISPLAY "Semestre " Semestre " cerrado; use correccion "
            "de notas con rol de supervisor."
    END-IF.
    IF Entrada-Valida = "Y"
        PERFORM VERIFICAR-MATRICULA
        IF Matricula-Valida = "N"
        DISPLAY "No hay resultado vigente para " Alumno-ID
            " en " Curso-Actual " (" Semestre ")."
    END-IF.
    MOVE ZEROS TO Acta-Numero.
    IF Entrada-Valida = "Y" AND Semestre-Cerrado = "Y"
        PERFORM VALIDAR-ACTA-CORRECCION
    END-IF.
    IF Entrada-Valida = "Y"
        DISPLAY "Codigo de motivo de la correccion:"
        ACCEPT Motivo-Correccion
            PERFORM MARCAR-SUPERSEDIDO
            PERFORM REGISTRAR-TRANSCRIPCION
            PERFORM REGISTRAR-CAMBIO-NOTA
            IF Semestre-Cerrado = "Y"
                PERFORM REGISTRAR-RECTIFICACION-ACTA
                DISPLAY "Rectifica acta N. " Acta-Numero
            END-IF
            DISPLAY "Correccion aplicada. Promedio anterior: "
                Promedio-Anterior " nuevo: " Promedio
            DISPLAY "Estado anterior: " Estado-Anterior
    STRING "CORRECCION ALUMNO=" Alumno-ID " CURSO=" Curso-Actual
        DELIMITED BY SIZE INTO Audit-Entrada.
    STRING "MOTIVO=" Motivo-Correccion " PROM=" Promedio
        " ACTA=" Acta-Numero
        DELIMITED BY SIZE INTO Audit-Salida.

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
                    IF SM-SEMESTRE = Semestre
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

VALIDAR-ACTA-CORRECCION.
    IF Rol-Operador NOT = "S"
        MOVE "N" TO Entrada-Valida
        MOVE "CORRECCION POST CIERRE SIN SUPERVISOR"
            TO WS-Rechazo-Motivo
        PERFORM REGISTRAR-RECHAZO
        DISPLAY "Semestre " Semestre " cerrado; la correccion "
            "requiere rol de supervisor."
    ELSE
        PERFORM BUSCAR-ACTA-VIGENTE
        DISPLAY "Numero de acta que se rectifica:"
        ACCEPT Acta-Numero
        IF Acta-Vigente = 0 OR Acta-Numero NOT = Acta-Vigente
            MOVE "N" TO Entrada-Valida
            MOVE "ACTA NO CORRESPONDE AL CURSO" TO WS-Rechazo-Motivo
            PERFORM REGISTRAR-RECHAZO
            DISPLAY "El acta vigente de " Curso-Actual " ("
                Semestre ") es la N. " Acta-Vigente "."
        END-IF
    END-IF.

BUSCAR-ACTA-VIGENTE.
    MOVE ZEROS TO Acta-Vigente.
    MOVE "N" TO Fin-Archivo.
    OPEN INPUT ACTAS-FILE.
    IF WS-Actas-Status = "00"
        PERFORM UNTIL Fin-Archivo = "Y"
            READ ACTAS-FILE
                AT END
                    MOVE "Y" TO Fin-Archivo
                NOT AT END
                    IF AN-TIPO-REG = "E"
                        AND AN-SEMESTRE = Semestre
                        AND AN-CURSO = Curso-Actual
                        AND AN-NUMERO > Acta-Vigente
                        MOVE AN-NUMERO TO Acta-Vigente
                    END-IF
            END-READ
        END-PERFORM
        CLOSE ACTAS-FILE
    END-IF.
    MOVE "N" TO Fin-Archivo.

REGISTRAR-RECTIFICACION-ACTA.
    OPEN EXTEND ACTAS-FILE.
    IF WS-Actas-Status = "35"
        OPEN OUTPUT ACTAS-FILE
        CLOSE ACTAS-FILE
        OPEN EXTEND ACTAS-FILE
    END-IF.
    MOVE Acta-Numero TO AN-NUMERO.
    MOVE "R" TO AN-TIPO-REG.
    MOVE Semestre TO AN-SEMESTRE.
    MOVE Curso-Actual TO AN-CURSO.
    MOVE Alumno-ID TO AN-ALUMNO-ID.
    MOVE Promedio TO AN-PROMEDIO.
    MOVE Estado TO AN-ESTADO.
    MOVE ZEROS TO AN-CANTIDAD.
    MOVE Motivo-Correccion TO AN-MOTIVO.
    MOVE WS-Fecha-Sistema TO AN-FECHA.
    MOVE Operador TO AN-OPERADOR.
    WRITE ACTA-RECORD.
    CLOSE ACTAS-FILE.

BUSCAR-RESULTADO-PREVIO.
    MOVE "N" TO Existe-Previo.
    MOVE "N" TO Fin-Archivo.
    MOVE WS-Fecha-Sistema TO CN-FECHA.
    MOVE WS-Hora-Sistema TO CN-HORA.
    MOVE Operador TO CN-OPERADOR.
    MOVE Acta-Numero TO CN-ACTA.
    WRITE CAMBIO-NOTA-RECORD.
    CLOSE CAMBIOS-NOTAS-FILE.

        MOVE "ALUMNO NO REGISTRADO" TO WS-Rechazo-Motivo
        PERFORM REGISTRAR-RECHAZO
    END-IF.
    IF Entrada-Valida = "Y" AND Semestre-Cerrado = "Y"
        MOVE "N" TO Entrada-Valida
        MOVE "SEMESTRE CERRADO CON ACTA" TO WS-Rechazo-Motivo
        PERFORM REGISTRAR-RECHAZO
    END-IF.
    IF Entrada-Valida = "Y"
        PERFORM VERIFICAR-MATRICULA
        IF Matricula-Valida = "N"
