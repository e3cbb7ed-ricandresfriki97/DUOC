       FD  PEAJE-LOG-FILE.
           COPY PEAJELOG.
       FD  PEAJE-HIST-FILE.
       01  PEAJE-HIST-RECORD PIC X(82).
       FD  CARGOS-CLI-FILE.
           COPY CARGOCLI.
       FD  CARGOS-ALU-FILE.
           05 DEUDOR-ENTRY OCCURS 500 TIMES INDEXED BY DE-IDX.
               10 DE-CUENTA-ID      PIC X(6).
               10 DE-LINEA          PIC X.
               10 DE-ESTADO         PIC X.
               10 DE-SALDO          PIC S9(9)V99.
               10 DE-CARGOS         PIC S9(11)V99.
               10 DE-BUCKET         PIC S9(9)V99 OCCURS 5 TIMES.
       01 BK-IDX              PIC 9 VALUE 0.
       01 Cuenta-Buscada      PIC X(6) VALUE SPACES.
       01 Linea-Buscada       PIC X VALUE "T".
       01 Estado-Deudor       PIC X VALUE SPACE.
       01 Entrada-Encontrada  PIC X VALUE "N".
       01 Tabla-Desbordada    PIC X VALUE "N".
       01 Monto-Cargo         PIC S9(9)V99 VALUE 0.
       01 DEUDOR-AUX.
           05 AX-CUENTA-ID      PIC X(6).
           05 AX-LINEA          PIC X.
           05 AX-ESTADO         PIC X.
           05 AX-SALDO          PIC S9(9)V99.
           05 AX-CARGOS         PIC S9(11)V99.
           05 AX-BUCKET         PIC S9(9)V99 OCCURS 5 TIMES.
           MOVE "N" TO Fin-Archivo.

       EVALUAR-DEUDOR-TAG.
           MOVE CT-ESTADO-CUENTA TO Estado-Deudor.
           IF CT-TIPO-CUENTA = "P"
               IF CT-SALDO < 0
                   MOVE CT-CUENTA-ID TO Cuenta-Buscada
                   PERFORM AGREGAR-DEUDOR
               END-IF
           END-IF.
           MOVE SPACE TO Estado-Deudor.

       CARGAR-DEUDORES-CLIENTES.
           MOVE "N" TO Fin-Archivo.
               SET DE-IDX TO DEUDORES-COUNT
               MOVE Cuenta-Buscada TO DE-CUENTA-ID(DE-IDX)
               MOVE Linea-Buscada TO DE-LINEA(DE-IDX)
               MOVE Estado-Deudor TO DE-ESTADO(DE-IDX)
               MOVE Monto-Cargo TO DE-SALDO(DE-IDX)
               MOVE ZEROS TO DE-CARGOS(DE-IDX)
               PERFORM VARYING BK-IDX FROM 1 BY 1 UNTIL BK-IDX > 5
               " " DE-BUCKET(DE-IDX 5)
               " SALDO " DE-SALDO(DE-IDX)
               DELIMITED BY SIZE INTO ANTIGUEDAD-LINEA.
           IF DE-ESTADO(DE-IDX) = "F"
               MOVE "FINIQUITADA" TO ANTIGUEDAD-LINEA(100:11)
           END-IF.
           IF DE-ESTADO(DE-IDX) = "D"
               MOVE "FINIQUITADA CON DEUDA"
                   TO ANTIGUEDAD-LINEA(100:21)
           END-IF.
           WRITE ANTIGUEDAD-LINEA.
           PERFORM VARYING BK-IDX FROM 1 BY 1 UNTIL BK-IDX > 5
               EVALUATE DE-LINEA(DE-IDX)
