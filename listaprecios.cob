       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTENCION-PRECIOS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LISTA-PRECIOS-FILE ASSIGN TO "PRECIOSHOJA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Precios-Status.
           SELECT PRECIOS-TMP-FILE ASSIGN TO "PRECIOTMP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Preciotmp-Status.
           SELECT AUDITORIA-FILE ASSIGN TO "AUDITORIA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Auditoria-Status.
           SELECT OPERADORES-FILE ASSIGN TO "OPERADORES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Operadores-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  LISTA-PRECIOS-FILE.
           COPY LISTAPRECIOF.
       FD  PRECIOS-TMP-FILE.
       01  PRECIO-TMP-RECORD PIC X(60).
       FD  AUDITORIA-FILE.
           COPY AUDITORIAF.
       FD  OPERADORES-FILE.
           COPY OPERADOR.

       WORKING-STORAGE SECTION.
       01 Modo-Operacion     PIC X VALUE "L".
       01 Fin-Archivo        PIC X VALUE "N".
       01 Tipo-Trabajo       PIC 9 VALUE 0.
       01 Sucursal-Precio    PIC X(3) VALUE SPACES.
       01 Fecha-Desde        PIC 9(8) VALUE 0.
       01 Precio-Hoja        PIC 9(4) VALUE 0.
       01 Tramo-Minimo       PIC 9(5) VALUE 30.
       01 Tramo1-Hasta       PIC 9(5) VALUE 100.
       01 Tramo1-Pct         PIC 999 VALUE 90.
       01 Tramo2-Hasta       PIC 9(5) VALUE 500.
       01 Tramo2-Pct         PIC 999 VALUE 80.
       01 Tramo3-Pct         PIC 999 VALUE 65.
       01 Ant-Precio-Hoja    PIC 9(4) VALUE 0.
       01 Ant-Tramo-Minimo   PIC 9(5) VALUE 30.
       01 Ant-Tramo1-Hasta   PIC 9(5) VALUE 100.
       01 Ant-Tramo1-Pct     PIC 999 VALUE 90.
       01 Ant-Tramo2-Hasta   PIC 9(5) VALUE 500.
       01 Ant-Tramo2-Pct     PIC 999 VALUE 80.
       01 Ant-Tramo3-Pct     PIC 999 VALUE 65.
       01 Ant-Fecha-Desde    PIC 9(8) VALUE 0.
       01 Ant-Especifico     PIC X VALUE "N".
       01 Entrada-Valor      PIC 9(5) VALUE 0.
       01 Precio-Encontrado  PIC X VALUE "N".
       01 Entrada-Valida     PIC X VALUE "Y".
       01 Cantidad-Precios   PIC 9(4) VALUE 0.
       01 Tipo-Filtro        PIC 9 VALUE 0.
       01 Marca-Vigente      PIC X VALUE SPACE.
       01 WS-Precios-Status  PIC XX VALUE "00".
       01 WS-Preciotmp-Status PIC XX VALUE "00".
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
           ACCEPT WS-Fecha-Sistema FROM DATE YYYYMMDD.
           DISPLAY "Modo (M = Mantencion, L = Listado de precios): ".
           ACCEPT Modo-Operacion.
           EVALUATE Modo-Operacion
               WHEN "M"
               WHEN "m"
                   IF Rol-Operador = "S"
                       PERFORM MANTENER-PRECIO
                   ELSE
                       DISPLAY "La mantencion de precios requiere "
                           "rol de supervisor."
                       MOVE "MANTENCION PRECIO SIN SUPERVISOR"
                           TO Audit-Entrada
                       PERFORM REGISTRAR-AUDITORIA
                   END-IF
               WHEN OTHER
                   PERFORM LISTAR-PRECIOS
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
           MOVE "MANTENCION-PRECIOS" TO AU-PROGRAMA.
           MOVE WS-Fecha-Sistema TO AU-FECHA.
           MOVE WS-Hora-Sistema TO AU-HORA.
           MOVE Operador TO AU-OPERADOR.
           MOVE Audit-Entrada TO AU-ENTRADA.
           MOVE Audit-Salida TO AU-SALIDA.
           WRITE AUDITORIA-RECORD.
           CLOSE AUDITORIA-FILE.

       MANTENER-PRECIO.
           MOVE "Y" TO Entrada-Valida.
           DISPLAY "Tipo de trabajo (1=B/N simple faz, ".
           DISPLAY "  2=B/N doble faz, 3=Color simple faz, ".
           DISPLAY "  4=Color doble faz): ".
           ACCEPT Tipo-Trabajo.
           DISPLAY "Sucursal (espacios = todas las sucursales): ".
           ACCEPT Sucursal-Precio.
           DISPLAY "Vigente desde (AAAAMMDD, 0 = hoy): ".
           ACCEPT Fecha-Desde.
           IF Fecha-Desde = 0
               MOVE WS-Fecha-Sistema TO Fecha-Desde
           END-IF.
           IF Tipo-Trabajo < 1 OR Tipo-Trabajo > 4
               DISPLAY "Tipo de trabajo invalido."
               MOVE "N" TO Entrada-Valida
           END-IF.
           IF Fecha-Desde < WS-Fecha-Sistema
               DISPLAY "No se puede modificar un precio con vigencia "
                   "anterior a hoy."
               MOVE "N" TO Entrada-Valida
           END-IF.
           IF Entrada-Valida = "N"
               MOVE SPACES TO Audit-Entrada
               STRING "PRECIO RECHAZADO T=" Tipo-Trabajo
                   " DESDE=" Fecha-Desde
                   DELIMITED BY SIZE INTO Audit-Entrada
               MOVE SPACES TO Audit-Salida
               PERFORM REGISTRAR-AUDITORIA
           ELSE
               PERFORM BUSCAR-PRECIO-ANTERIOR
               PERFORM PEDIR-VALORES
               PERFORM GRABAR-PRECIO
               PERFORM AUDITAR-CAMBIO-PRECIO
           END-IF.

       BUSCAR-PRECIO-ANTERIOR.
           MOVE 0 TO Ant-Precio-Hoja.
           MOVE 30 TO Ant-Tramo-Minimo.
           MOVE 100 TO Ant-Tramo1-Hasta.
           MOVE 90 TO Ant-Tramo1-Pct.
           MOVE 500 TO Ant-Tramo2-Hasta.
           MOVE 80 TO Ant-Tramo2-Pct.
           MOVE 65 TO Ant-Tramo3-Pct.
           MOVE 0 TO Ant-Fecha-Desde.
           MOVE "N" TO Ant-Especifico.
           MOVE "N" TO Fin-Archivo.
           OPEN INPUT LISTA-PRECIOS-FILE.
           IF WS-Precios-Status = "00"
               PERFORM UNTIL Fin-Archivo = "Y"
                   READ LISTA-PRECIOS-FILE
                       AT END
                           MOVE "Y" TO Fin-Archivo
                       NOT AT END
                           IF LP-TIPO-TRABAJO = Tipo-Trabajo
                               AND LP-FECHA-DESDE <= Fecha-Desde
                               PERFORM EVALUAR-PRECIO-ANTERIOR
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LISTA-PRECIOS-FILE
           END-IF.
           MOVE "N" TO Fin-Archivo.
           IF Ant-Precio-Hoja = 0
               EVALUATE Tipo-Trabajo
                   WHEN 1
                       MOVE 20 TO Ant-Precio-Hoja
                   WHEN 2
                       MOVE 30 TO Ant-Precio-Hoja
                   WHEN 3
                       MOVE 35 TO Ant-Precio-Hoja
                   WHEN 4
                       MOVE 50 TO Ant-Precio-Hoja
               END-EVALUATE
           END-IF.

       EVALUAR-PRECIO-ANTERIOR.
           IF LP-SUCURSAL = Sucursal-Precio
               AND Sucursal-Precio NOT = SPACES
               IF Ant-Especifico = "N"
                   OR LP-FECHA-DESDE >= Ant-Fecha-Desde
                   MOVE "Y" TO Ant-Especifico
                   PERFORM TOMAR-PRECIO-ANTERIOR
               END-IF
           END-IF.
           IF LP-SUCURSAL = SPACES
               AND Ant-Especifico = "N"
               AND LP-FECHA-DESDE >= Ant-Fecha-Desde
               PERFORM TOMAR-PRECIO-ANTERIOR
           END-IF.

       TOMAR-PRECIO-ANTERIOR.
           MOVE LP-FECHA-DESDE TO Ant-Fecha-Desde.
           MOVE LP-PRECIO-HOJA TO Ant-Precio-Hoja.
           MOVE LP-TRAMO-MINIMO TO Ant-Tramo-Minimo.
           MOVE LP-TRAMO1-HASTA TO Ant-Tramo1-Hasta.
           MOVE LP-TRAMO1-PCT TO Ant-Tramo1-Pct.
           MOVE LP-TRAMO2-HASTA TO Ant-Tramo2-Hasta.
           MOVE LP-TRAMO2-PCT TO Ant-Tramo2-Pct.
           MOVE LP-TRAMO3-PCT TO Ant-Tramo3-Pct.

       PEDIR-VALORES.
           DISPLAY "Valores vigentes al " Fecha-Desde ": $"
               Ant-Precio-Hoja " por hoja, descuento sobre "
               Ant-Tramo-Minimo " hojas".
           DISPLAY "  hasta " Ant-Tramo1-Hasta " = " Ant-Tramo1-Pct
               "%, hasta " Ant-Tramo2-Hasta " = " Ant-Tramo2-Pct
               "%, sobre eso = " Ant-Tramo3-Pct "%".
           DISPLAY "Precio por hoja (0 = mantener): ".
           ACCEPT Precio-Hoja.
           IF Precio-Hoja = 0
               MOVE Ant-Precio-Hoja TO Precio-Hoja
           END-IF.
           DISPLAY "Hojas sin descuento hasta (0 = mantener): ".
           ACCEPT Entrada-Valor.
           MOVE Ant-Tramo-Minimo TO Tramo-Minimo.
           IF Entrada-Valor > 0
               MOVE Entrada-Valor TO Tramo-Minimo
           END-IF.
           DISPLAY "Primer tramo hasta hojas (0 = mantener): ".
           ACCEPT Entrada-Valor.
           MOVE Ant-Tramo1-Hasta TO Tramo1-Hasta.
           IF Entrada-Valor > 0
               MOVE Entrada-Valor TO Tramo1-Hasta
           END-IF.
           DISPLAY "Porcentaje a cobrar primer tramo (0 = mantener): ".
           ACCEPT Tramo1-Pct.
           IF Tramo1-Pct = 0
               MOVE Ant-Tramo1-Pct TO Tramo1-Pct
           END-IF.
           DISPLAY "Segundo tramo hasta hojas (0 = mantener): ".
           ACCEPT Entrada-Valor.
           MOVE Ant-Tramo2-Hasta TO Tramo2-Hasta.
           IF Entrada-Valor > 0
               MOVE Entrada-Valor TO Tramo2-Hasta
           END-IF.
           DISPLAY "Porcentaje a cobrar segundo tramo (0 = mantener): ".
           ACCEPT Tramo2-Pct.
           IF Tramo2-Pct = 0
               MOVE Ant-Tramo2-Pct TO Tramo2-Pct
           END-IF.
           DISPLAY "Porcentaje a cobrar sobre el segundo tramo "
               "(0 = mantener): ".
           ACCEPT Tramo3-Pct.
           IF Tramo3-Pct = 0
               MOVE Ant-Tramo3-Pct TO Tramo3-Pct
           END-IF.
           IF Tramo1-Hasta < Tramo-Minimo
               MOVE Tramo-Minimo TO Tramo1-Hasta
           END-IF.
           IF Tramo2-Hasta < Tramo1-Hasta
               MOVE Tramo1-Hasta TO Tramo2-Hasta
           END-IF.

       GRABAR-PRECIO.
           MOVE "N" TO Precio-Encontrado.
           MOVE "N" TO Fin-Archivo.
           OPEN OUTPUT PRECIOS-TMP-FILE.
           OPEN INPUT LISTA-PRECIOS-FILE.
           IF WS-Precios-Status = "00"
               PERFORM UNTIL Fin-Archivo = "Y"
                   READ LISTA-PRECIOS-FILE
                       AT END
                           MOVE "Y" TO Fin-Archivo
                       NOT AT END
                           IF LP-TIPO-TRABAJO = Tipo-Trabajo
                               AND LP-SUCURSAL = Sucursal-Precio
                               AND LP-FECHA-DESDE = Fecha-Desde
                               MOVE "Y" TO Precio-Encontrado
                               PERFORM ARMAR-PRECIO
                           END-IF
                           MOVE SPACES TO PRECIO-TMP-RECORD
                           MOVE LISTA-PRECIO-RECORD
                               TO PRECIO-TMP-RECORD
                           WRITE PRECIO-TMP-RECORD
                   END-READ
               END-PERFORM
               CLOSE LISTA-PRECIOS-FILE
           END-IF.
           IF Precio-Encontrado = "N"
               PERFORM ARMAR-PRECIO
               MOVE SPACES TO PRECIO-TMP-RECORD
               MOVE LISTA-PRECIO-RECORD TO PRECIO-TMP-RECORD
               WRITE PRECIO-TMP-RECORD
           END-IF.
           CLOSE PRECIOS-TMP-FILE.
           MOVE "N" TO Fin-Archivo.
           OPEN INPUT PRECIOS-TMP-FILE.
           OPEN OUTPUT LISTA-PRECIOS-FILE.
           PERFORM UNTIL Fin-Archivo = "Y"
               READ PRECIOS-TMP-FILE
                   AT END
                       MOVE "Y" TO Fin-Archivo
                   NOT AT END
                       MOVE PRECIO-TMP-RECORD TO LISTA-PRECIO-RECORD
                       WRITE LISTA-PRECIO-RECORD
               END-READ
           END-PERFORM.
           CLOSE PRECIOS-TMP-FILE.
           CLOSE LISTA-PRECIOS-FILE.
           MOVE "N" TO Fin-Archivo.
           IF Precio-Encontrado = "Y"
               DISPLAY "Precio tipo " Tipo-Trabajo " sucursal "
                   Sucursal-Precio " desde " Fecha-Desde
                   " actualizado."
           ELSE
               DISPLAY "Precio tipo " Tipo-Trabajo " sucursal "
                   Sucursal-Precio " desde " Fecha-Desde
                   " registrado."
           END-IF.

       ARMAR-PRECIO.
           MOVE Tipo-Trabajo TO LP-TIPO-TRABAJO.
           MOVE Sucursal-Precio TO LP-SUCURSAL.
           MOVE Fecha-Desde TO LP-FECHA-DESDE.
           MOVE Precio-Hoja TO LP-PRECIO-HOJA.
           MOVE Tramo-Minimo TO LP-TRAMO-MINIMO.
           MOVE Tramo1-Hasta TO LP-TRAMO1-HASTA.
           MOVE Tramo1-Pct TO LP-TRAMO1-PCT.
           MOVE Tramo2-Hasta TO LP-TRAMO2-HASTA.
           MOVE Tramo2-Pct TO LP-TRAMO2-PCT.
           MOVE Tramo3-Pct TO LP-TRAMO3-PCT.
           MOVE Operador TO LP-OPERADOR.
           MOVE WS-Fecha-Sistema TO LP-FECHA-REGISTRO.

       AUDITAR-CAMBIO-PRECIO.
           MOVE SPACES TO Audit-Entrada.
           STRING "PRECIO T=" Tipo-Trabajo " SUC=" Sucursal-Precio
               " DESDE=" Fecha-Desde
               DELIMITED BY SIZE INTO Audit-Entrada.
           MOVE SPACES TO Audit-Salida.
           STRING "HOJA ANT=" Ant-Precio-Hoja " NVO=" Precio-Hoja
               " REEMPL=" Precio-Encontrado
               DELIMITED BY SIZE INTO Audit-Salida.
           PERFORM REGISTRAR-AUDITORIA.
           MOVE SPACES TO Audit-Entrada.
           STRING "TRAMO ANT=" Ant-Tramo-Minimo "/" Ant-Tramo1-Hasta
               "/" Ant-Tramo2-Hasta " " Ant-Tramo1-Pct "/"
               Ant-Tramo2-Pct "/" Ant-Tramo3-Pct
               DELIMITED BY SIZE INTO Audit-Entrada.
           MOVE SPACES TO Audit-Salida.
           STRING "TRAMO NVO=" Tramo-Minimo "/" Tramo1-Hasta
               "/" Tramo2-Hasta " " Tramo1-Pct "/"
               Tramo2-Pct "/" Tramo3-Pct
               DELIMITED BY SIZE INTO Audit-Salida.
           PERFORM REGISTRAR-AUDITORIA.

       LISTAR-PRECIOS.
           DISPLAY "Tipo de trabajo a listar (0 = todos): ".
           ACCEPT Tipo-Filtro.
           MOVE ZEROS TO Cantidad-Precios.
           MOVE "N" TO Fin-Archivo.
           DISPLAY "\n------ LISTA DE PRECIOS POR HOJA ------".
           DISPLAY "T SUC DESDE    $HOJA  MIN  TRAMO1 %   TRAMO2 %   "
               "% OPERADOR".
           OPEN INPUT LISTA-PRECIOS-FILE.
           IF WS-Precios-Status = "00"
               PERFORM UNTIL Fin-Archivo = "Y"
                   READ LISTA-PRECIOS-FILE
                       AT END
                           MOVE "Y" TO Fin-Archivo
                       NOT AT END
                           IF Tipo-Filtro = 0
                               OR LP-TIPO-TRABAJO = Tipo-Filtro
                               PERFORM MOSTRAR-PRECIO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LISTA-PRECIOS-FILE
           END-IF.
           MOVE "N" TO Fin-Archivo.
           DISPLAY "Precios listados: " Cantidad-Precios
               " (* = aun no vigente)".
           MOVE SPACES TO Audit-Entrada.
           STRING "LISTADO PRECIOS TIPO=" Tipo-Filtro
               DELIMITED BY SIZE INTO Audit-Entrada.
           MOVE SPACES TO Audit-Salida.
           STRING "PRECIOS=" Cantidad-Precios
               DELIMITED BY SIZE INTO Audit-Salida.

       MOSTRAR-PRECIO.
           ADD 1 TO Cantidad-Precios.
           MOVE SPACE TO Marca-Vigente.
           IF LP-FECHA-DESDE > WS-Fecha-Sistema
               MOVE "*" TO Marca-Vigente
           END-IF.
           DISPLAY LP-TIPO-TRABAJO " " LP-SUCURSAL " "
               LP-FECHA-DESDE Marca-Vigente " " LP-PRECIO-HOJA "  "
               LP-TRAMO-MINIMO " " LP-TRAMO1-HASTA " " LP-TRAMO1-PCT
               " " LP-TRAMO2-HASTA " " LP-TRAMO2-PCT " "
               LP-TRAMO3-PCT " " LP-OPERADOR.
