               FILE STATUS IS WS-Ivaconfig-Status.
           SELECT LIBRO-IVA-FILE ASSIGN TO "LIBROIVA.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DTE-DOCUMENTOS-FILE ASSIGN TO "DTEDOCS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Dtedocs-Status.
           SELECT AUDITORIA-FILE ASSIGN TO "AUDITORIA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Auditoria-Status.
       FD  PEAJE-LOG-FILE.
           COPY PEAJELOG.
       FD  PEAJE-HIST-FILE.
       01  PEAJE-HIST-RECORD PIC X(82).
       FD  CARGOS-CLI-FILE.
           COPY CARGOCLI.
       FD  IVA-CONFIG-FILE.
           COPY IVACONFIG.
       FD  LIBRO-IVA-FILE.
       01  LIBRO-IVA-LINEA PIC X(100).
       FD  DTE-DOCUMENTOS-FILE.
           COPY DTEDOC.
       FD  AUDITORIA-FILE.
           COPY AUDITORIAF.

       01 Foto-Bruto      PIC S9(11)V99 VALUE 0.
       01 Foto-Neto       PIC S9(11)V99 VALUE 0.
       01 Foto-IVA        PIC S9(11)V99 VALUE 0.
       01 Nota-Bruto      PIC S9(11)V99 VALUE 0.
       01 Nota-Neto       PIC S9(11)V99 VALUE 0.
       01 Nota-IVA        PIC S9(11)V99 VALUE 0.
       01 Total-Neto      PIC S9(11)V99 VALUE 0.
       01 Total-IVA       PIC S9(11)V99 VALUE 0.
       01 Total-Bruto     PIC S9(11)V99 VALUE 0.
       01 Tasa-IVA-Desp   PIC Z9.99.
       01 WS-Dtedocs-Status PIC XX VALUE "00".
       01 Detalle-Folios  PIC X VALUE "N".
       01 Periodo-Emision PIC 9(6) VALUE 0.
       01 DTE-TIPOS-TABLE.
           05 DTE-TIPO-ENTRY OCCURS 3 TIMES INDEXED BY DX-IDX.
               10 DX-TIPO-DTE       PIC 9(3).
               10 DX-NOMBRE         PIC X(10).
               10 DX-CANTIDAD       PIC 9(5).
               10 DX-EXENTO         PIC S9(13).
               10 DX-NETO           PIC S9(13).
               10 DX-IVA            PIC S9(13).
               10 DX-TOTAL          PIC S9(13).
       01 Folios-Neto     PIC S9(13) VALUE 0.
       01 Folios-IVA      PIC S9(13) VALUE 0.
       01 Folios-Total    PIC S9(13) VALUE 0.
       01 WS-Fecha-Sistema   PIC 9(8) VALUE 0.
       01 WS-Hora-Sistema    PIC 9(8) VALUE 0.
       01 Operador           PIC X(10) VALUE SPACES.
           IF Periodo-Libro = 0
               MOVE WS-Fecha-Sistema(1:6) TO Periodo-Libro
           END-IF.
           DISPLAY "Detalle por folio DTE (S/N): ".
           ACCEPT Detalle-Folios.
           PERFORM CARGAR-CONFIG-IVA.
           PERFORM SUMAR-PEAJE-LOG.
           PERFORM SUMAR-PEAJE-HIST.
                           IF Periodo-Registro = Periodo-Libro
                               MOVE GC-TOTAL TO Monto-Bruto
                               PERFORM CALCULAR-DESGLOSE-IVA
                               IF GC-TIPO-TRABAJO = 8
                                   ADD Monto-Bruto TO Nota-Bruto
                                   ADD Monto-Neto TO Nota-Neto
                                   ADD Monto-IVA TO Nota-IVA
                               ELSE
                                   ADD Monto-Bruto TO Foto-Bruto
                                   ADD Monto-Neto TO Foto-Neto
                                   ADD Monto-IVA TO Foto-IVA
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           MOVE "N" TO Fin-Archivo.

       ESCRIBIR-LIBRO.
           COMPUTE Total-Neto = Peaje-Neto + Foto-Neto + Nota-Neto.
           COMPUTE Total-IVA = Peaje-IVA + Foto-IVA + Nota-IVA.
           COMPUTE Total-Bruto = Peaje-Bruto + Foto-Bruto
               + Nota-Bruto.
           OPEN OUTPUT LIBRO-IVA-FILE.
           MOVE SPACES TO LIBRO-IVA-LINEA.
           MOVE Tasa-IVA TO Tasa-IVA-Desp.
               DELIMITED BY SIZE INTO LIBRO-IVA-LINEA.
           WRITE LIBRO-IVA-LINEA.
           MOVE SPACES TO LIBRO-IVA-LINEA.
           STRING "NOTAS CRED NETO $" Nota-Neto
               " IVA $" Nota-IVA " BRUTO $" Nota-Bruto
               DELIMITED BY SIZE INTO LIBRO-IVA-LINEA.
           WRITE LIBRO-IVA-LINEA.
           MOVE SPACES TO LIBRO-IVA-LINEA.
           STRING "TOTAL      NETO $" Total-Neto
               " IVA $" Total-IVA " BRUTO $" Total-Bruto
               DELIMITED BY SIZE INTO LIBRO-IVA-LINEA.
           WRITE LIBRO-IVA-LINEA.
           IF Detalle-Folios = "S" OR Detalle-Folios = "s"
               PERFORM ESCRIBIR-DETALLE-FOLIOS
           END-IF.
           CLOSE LIBRO-IVA-FILE.
           DISPLAY "PEAJE     neto $" Peaje-Neto " IVA $" Peaje-IVA.
           DISPLAY "FOTOCOPIA neto $" Foto-Neto " IVA $" Foto-IVA.
           DISPLAY "NOTAS CRED neto $" Nota-Neto " IVA $" Nota-IVA.
           DISPLAY "TOTAL     neto $" Total-Neto " IVA $" Total-IVA.

       ESCRIBIR-DETALLE-FOLIOS.
           MOVE 33 TO DX-TIPO-DTE(1).
           MOVE "FACTURAS" TO DX-NOMBRE(1).
           MOVE 39 TO DX-TIPO-DTE(2).
           MOVE "BOLETAS" TO DX-NOMBRE(2).
           MOVE 61 TO DX-TIPO-DTE(3).
           MOVE "NOTAS CRED" TO DX-NOMBRE(3).
           PERFORM VARYING DX-IDX FROM 1 BY 1 UNTIL DX-IDX > 3
               MOVE ZEROS TO DX-CANTIDAD(DX-IDX)
               MOVE ZEROS TO DX-EXENTO(DX-IDX)
               MOVE ZEROS TO DX-NETO(DX-IDX)
               MOVE ZEROS TO DX-IVA(DX-IDX)
               MOVE ZEROS TO DX-TOTAL(DX-IDX)
           END-PERFORM.
           MOVE SPACES TO LIBRO-IVA-LINEA.
           WRITE LIBRO-IVA-LINEA.
           MOVE "DETALLE POR FOLIO (DTE EMITIDOS EN EL PERIODO)"
               TO LIBRO-IVA-LINEA.
           WRITE LIBRO-IVA-LINEA.
           MOVE "N" TO Fin-Archivo.
           OPEN INPUT DTE-DOCUMENTOS-FILE.
           IF WS-Dtedocs-Status = "00"
               PERFORM UNTIL Fin-Archivo = "Y"
                   READ DTE-DOCUMENTOS-FILE
                       AT END
                           MOVE "Y" TO Fin-Archivo
                       NOT AT END
                           MOVE DD-FECHA-EMISION(1:6)
                               TO Periodo-Emision
                           IF Periodo-Emision = Periodo-Libro
                               AND DD-ESTADO NOT = "R"
                               PERFORM ESCRIBIR-LINEA-FOLIO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DTE-DOCUMENTOS-FILE
           END-IF.
           MOVE "N" TO Fin-Archivo.
           MOVE ZEROS TO Folios-Neto.
           MOVE ZEROS TO Folios-IVA.
           MOVE ZEROS TO Folios-Total.
           PERFORM VARYING DX-IDX FROM 1 BY 1 UNTIL DX-IDX > 3
               MOVE SPACES TO LIBRO-IVA-LINEA
               STRING DX-NOMBRE(DX-IDX) " " DX-CANTIDAD(DX-IDX)
                   " DOCS NETO $" DX-NETO(DX-IDX)
                   " IVA $" DX-IVA(DX-IDX)
                   " TOTAL $" DX-TOTAL(DX-IDX)
                   DELIMITED BY SIZE INTO LIBRO-IVA-LINEA
               WRITE LIBRO-IVA-LINEA
               IF DX-TIPO-DTE(DX-IDX) = 61
                   SUBTRACT DX-NETO(DX-IDX) FROM Folios-Neto
                   SUBTRACT DX-IVA(DX-IDX) FROM Folios-IVA
                   SUBTRACT DX-TOTAL(DX-IDX) FROM Folios-Total
               ELSE
                   ADD DX-NETO(DX-IDX) TO Folios-Neto
                   ADD DX-IVA(DX-IDX) TO Folios-IVA
                   ADD DX-TOTAL(DX-IDX) TO Folios-Total
               END-IF
           END-PERFORM.
           MOVE SPACES TO LIBRO-IVA-LINEA.
           STRING "TOTAL DTE  NETO $" Folios-Neto
               " IVA $" Folios-IVA " TOTAL $" Folios-Total
               DELIMITED BY SIZE INTO LIBRO-IVA-LINEA.
           WRITE LIBRO-IVA-LINEA.
           DISPLAY "Detalle por folio: IVA DTE $" Folios-IVA.

       ESCRIBIR-LINEA-FOLIO.
           MOVE SPACES TO LIBRO-IVA-LINEA.
           STRING "TIPO " DD-TIPO-DTE " FOLIO " DD-FOLIO
               " " DD-FECHA-EMISION " " DD-RECEPTOR
               " EXE $" DD-EXENTO " NETO $" DD-NETO
               " IVA $" DD-IVA " " DD-ESTADO
               DELIMITED BY SIZE INTO LIBRO-IVA-LINEA.
           WRITE LIBRO-IVA-LINEA.
           PERFORM VARYING DX-IDX FROM 1 BY 1 UNTIL DX-IDX > 3
               IF DX-TIPO-DTE(DX-IDX) = DD-TIPO-DTE
                   ADD 1 TO DX-CANTIDAD(DX-IDX)
                   ADD DD-EXENTO TO DX-EXENTO(DX-IDX)
                   ADD DD-NETO TO DX-NETO(DX-IDX)
                   ADD DD-IVA TO DX-IVA(DX-IDX)
                   ADD DD-TOTAL TO DX-TOTAL(DX-IDX)
               END-IF
           END-PERFORM.

       REGISTRAR-AUDITORIA.
           ACCEPT WS-Hora-Sistema FROM TIME.
           OPEN EXTEND AUDITORIA-FILE.
