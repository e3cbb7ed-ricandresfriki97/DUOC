       IDENTIFICATION DIVISION.
       PROGRAM-ID. HISTORIA-LOTE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOTE-HIST-FILE ASSIGN TO "LOTEHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Lotehist-Status.
           SELECT LOTE-CONFIG-FILE ASSIGN TO "LOTECFG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Lotecfg-Status.
           SELECT CONTROL-LOTE-FILE ASSIGN TO "CONTROLLOTE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Control-Status.
           SELECT VENTANA-LOTE-FILE ASSIGN TO "VENTANALOTE.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDITORIA-FILE ASSIGN TO "AUDITORIA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Auditoria-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  LOTE-HIST-FILE.
           COPY LOTEHIST.
       FD  LOTE-CONFIG-FILE.
           COPY LOTECFG.
       FD  CONTROL-LOTE-FILE.
           COPY CONTROLLOTE.
       FD  VENTANA-LOTE-FILE.
       01  VENTANA-LOTE-LINEA PIC X(100).
       FD  AUDITORIA-FILE.
           COPY AUDITORIAF.

       WORKING-STORAGE SECTION.
       01 NOCHES-TABLE.
           05 NOCHE-ENTRY OCCURS 60 TIMES INDEXED BY NO-IDX.
               10 NO-CORRIDA        PIC 9(14).
               10 NO-FECHA-INICIO   PIC 9(8).
               10 NO-HORA-INICIO    PIC 9(6).
               10 NO-FECHA-FIN      PIC 9(8).
               10 NO-HORA-FIN       PIC 9(6).
               10 NO-SEGUNDOS-FIN   PIC 9(12).
               10 NO-PASOS          PIC 9(3).
               10 NO-FALLAS         PIC 9(3).
               10 NO-REINICIOS      PIC 9(3).
               10 NO-ATRASADA       PIC X.
       01 NOCHES-COUNT        PIC 9(3) VALUE 0.
       01 PASOS-TABLE.
           05 PASO-ENTRY OCCURS 20 TIMES INDEXED BY PS-IDX.
               10 PS-NOMBRE         PIC X(40).
               10 PS-PRESENTE       PIC X.
               10 PS-ALERTA         PIC X(30).
               10 PS-NOCHES         PIC 9(3).
               10 PS-CREC-DURACION  PIC 9(5)V99.
               10 PS-CREC-VOLUMEN   PIC 9(5)V99.
               10 PS-NOCHE OCCURS 60 TIMES INDEXED BY PN-IDX.
                   15 PN-CORRIO     PIC X.
                   15 PN-DURACION   PIC 9(7).
                   15 PN-LEIDOS     PIC 9(7).
       01 Modo-Operacion      PIC X VALUE SPACE.
       01 Fin-Archivo         PIC X VALUE "N".
       01 Paso-Corrida        PIC 9(14) VALUE 0.
       01 Paso-Numero         PIC 99 VALUE 0.
       01 Paso-Nombre         PIC X(40) VALUE SPACES.
       01 Paso-Programa       PIC X(20) VALUE SPACES.
       01 Paso-Fecha-Inicio   PIC 9(8) VALUE 0.
       01 Paso-Hora-Inicio    PIC 9(6) VALUE 0.
       01 Paso-Fecha-Fin      PIC 9(8) VALUE 0.
       01 Paso-Hora-Fin       PIC 9(6) VALUE 0.
       01 Paso-Codigo         PIC 9(3) VALUE 0.
       01 Paso-Reinicio       PIC X VALUE "N".
       01 Control-Encontrado  PIC X VALUE "N".
       01 Control-Momento     PIC 9(14) VALUE 0.
       01 Inicio-Momento      PIC 9(14) VALUE 0.
       01 Fecha-Calculo       PIC 9(8) VALUE 0.
       01 Hora-Calculo        PIC 9(6) VALUE 0.
       01 Dias-Calculo        PIC 9(7) VALUE 0.
       01 Segundos-Calculo    PIC 9(12) VALUE 0.
       01 Segundos-Inicio     PIC 9(12) VALUE 0.
       01 Segundos-Corte      PIC 9(12) VALUE 0.
       01 Hora-Parte          PIC 99 VALUE 0.
       01 Minuto-Parte        PIC 99 VALUE 0.
       01 Segundo-Parte       PIC 99 VALUE 0.
       01 Noches-Reporte      PIC 99 VALUE 14.
       01 Hora-Corte          PIC 9(4) VALUE 600.
       01 Tolerancia          PIC 9(3) VALUE 20.
       01 Noches-Pedidas      PIC 99 VALUE 0.
       01 Corte-Pedido        PIC 9(4) VALUE 0.
       01 Total-Corridas      PIC 9(5) VALUE 0.
       01 Orden-Corrida       PIC 9(5) VALUE 0.
       01 Primera-Corrida     PIC 9(5) VALUE 0.
       01 Ultima-Corrida-Leida PIC 9(14) VALUE 0.
       01 Noches-Atrasadas    PIC 9(3) VALUE 0.
       01 Pasos-En-Alerta     PIC 9(3) VALUE 0.
       01 Noches-Paso         PIC 9(3) VALUE 0.
       01 Mitad-Noches        PIC 9(3) VALUE 0.
       01 Contador-Noches     PIC 9(3) VALUE 0.
       01 Duracion-Antes      PIC 9(9) VALUE 0.
       01 Duracion-Despues    PIC 9(9) VALUE 0.
       01 Volumen-Antes       PIC 9(9) VALUE 0.
       01 Volumen-Despues     PIC 9(9) VALUE 0.
       01 Noches-Antes        PIC 9(3) VALUE 0.
       01 Noches-Despues      PIC 9(3) VALUE 0.
       01 Crecimiento-Duracion PIC 9(5)V99 VALUE 0.
       01 Crecimiento-Volumen PIC 9(5)V99 VALUE 0.
       01 Duracion-Total      PIC 9(7) VALUE 0.
       01 Minutos-Desp        PIC Z(4)9.
       01 Segundos-Desp       PIC Z(6)9.
       01 Leidos-Desp         PIC Z(6)9.
       01 Crec-Desp-1         PIC ZZZZ9.99.
       01 Crec-Desp-2         PIC ZZZZ9.99.
       01 Atrasada-Desp       PIC X(17) VALUE SPACES.
       01 WS-Lotehist-Status  PIC XX VALUE "00".
       01 WS-Lotecfg-Status   PIC XX VALUE "00".
       01 WS-Control-Status   PIC XX VALUE "00".
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
           DISPLAY "Modo (R = Registrar paso del lote, ".
           DISPLAY "  I = Informe de ventana del lote): ".
           ACCEPT Modo-Operacion.
           EVALUATE Modo-Operacion
               WHEN "R"
               WHEN "r"
                   PERFORM REGISTRAR-PASO
               WHEN OTHER
                   PERFORM INFORME-VENTANA
           END-EVALUATE.
           PERFORM REGISTRAR-AUDITORIA.
           STOP RUN.

       REGISTRAR-PASO.
           DISPLAY "Corrida (AAAAMMDDHHMMSS): ".
           ACCEPT Paso-Corrida.
           DISPLAY "Numero de paso: ".
           ACCEPT Paso-Numero.
           DISPLAY "Nombre del paso: ".
           ACCEPT Paso-Nombre.
           DISPLAY "Programa en CONTROLLOTE (vacio = ninguno): ".
           ACCEPT Paso-Programa.
           DISPLAY "Inicio (AAAAMMDD y HHMMSS): ".
           ACCEPT Paso-Fecha-Inicio.
           ACCEPT Paso-Hora-Inicio.
           DISPLAY "Termino (AAAAMMDD y HHMMSS): ".
           ACCEPT Paso-Fecha-Fin.
           ACCEPT Paso-Hora-Fin.
           DISPLAY "Codigo de retorno: ".
           ACCEPT Paso-Codigo.
           DISPLAY "Reinicio desde checkpoint (S/N): ".
           ACCEPT Paso-Reinicio.
           IF Paso-Reinicio = "s"
               MOVE "S" TO Paso-Reinicio
           END-IF.
           IF Paso-Reinicio NOT = "S"
               MOVE "N" TO Paso-Reinicio
           END-IF.
           MOVE Paso-Corrida TO LH-CORRIDA.
           MOVE Paso-Numero TO LH-PASO.
           MOVE Paso-Nombre TO LH-NOMBRE.
           MOVE Paso-Programa TO LH-PROGRAMA.
           MOVE Paso-Fecha-Inicio TO LH-FECHA-INICIO.
           MOVE Paso-Hora-Inicio TO LH-HORA-INICIO.
           MOVE Paso-Fecha-Fin TO LH-FECHA-FIN.
           MOVE Paso-Hora-Fin TO LH-HORA-FIN.
           MOVE Paso-Codigo TO LH-CODIGO-RETORNO.
           MOVE Paso-Reinicio TO LH-REINICIO.
           MOVE Paso-Fecha-Inicio TO Fecha-Calculo.
           MOVE Paso-Hora-Inicio TO Hora-Calculo.
           PERFORM CALCULAR-SEGUNDOS.
           MOVE Segundos-Calculo TO Segundos-Inicio.
           MOVE Paso-Fecha-Fin TO Fecha-Calculo.
           MOVE Paso-Hora-Fin TO Hora-Calculo.
           PERFORM CALCULAR-SEGUNDOS.
           IF Segundos-Calculo > Segundos-Inicio
               COMPUTE LH-DURACION = Segundos-Calculo - Segundos-Inicio
           ELSE
               MOVE ZEROS TO LH-DURACION
           END-IF.
           MOVE ZEROS TO LH-LEIDOS.
           MOVE ZEROS TO LH-POSTEADOS.
           MOVE ZEROS TO LH-RECHAZADOS.
           IF Paso-Programa NOT = SPACES
               PERFORM BUSCAR-CONTROL-PASO
           END-IF.
           OPEN EXTEND LOTE-HIST-FILE.
           IF WS-Lotehist-Status = "35"
               OPEN OUTPUT LOTE-HIST-FILE
               CLOSE LOTE-HIST-FILE
               OPEN EXTEND LOTE-HIST-FILE
           END-IF.
           WRITE LOTE-HIST-RECORD.
           CLOSE LOTE-HIST-FILE.
           DISPLAY "Paso " Paso-Numero " registrado: " LH-DURACION
               " seg, codigo " Paso-Codigo ", leidos " LH-LEIDOS.
           MOVE SPACES TO Audit-Entrada.
           STRING "PASO LOTE " Paso-Corrida " NRO=" Paso-Numero
               DELIMITED BY SIZE INTO Audit-Entrada.
           MOVE SPACES TO Audit-Salida.
           STRING "SEG=" LH-DURACION " RC=" Paso-Codigo
               " REINICIO=" Paso-Reinicio
               DELIMITED BY SIZE INTO Audit-Salida.

       BUSCAR-CONTROL-PASO.
           COMPUTE Inicio-Momento = Paso-Fecha-Inicio * 1000000
               + Paso-Hora-Inicio.
           MOVE "N" TO Control-Encontrado.
           MOVE "N" TO Fin-Archivo.
           OPEN INPUT CONTROL-LOTE-FILE.
           IF WS-Control-Status = "00"
               PERFORM UNTIL Fin-Archivo = "Y"
                   READ CONTROL-LOTE-FILE
                       AT END
                           MOVE "Y" TO Fin-Archivo
                       NOT AT END
                           PERFORM EVALUAR-CONTROL-PASO
                   END-READ
               END-PERFORM
               CLOSE CONTROL-LOTE-FILE
           END-IF.
           MOVE "N" TO Fin-Archivo.
           IF Control-Encontrado = "N"
               DISPLAY "Sin registro de control de " Paso-Programa
                   " para este paso."
           END-IF.

       EVALUAR-CONTROL-PASO.
           IF CL-PROGRAMA = Paso-Programa
               COMPUTE Control-Momento = CL-FECHA * 1000000
                   + CL-HORA / 100
               IF Control-Momento >= Inicio-Momento
                   MOVE "Y" TO Control-Encontrado
                   MOVE CL-LEIDOS TO LH-LEIDOS
                   MOVE CL-ACEPTADOS TO LH-POSTEADOS
                   MOVE CL-RECHAZADOS TO LH-RECHAZADOS
               END-IF
           END-IF.

       CALCULAR-SEGUNDOS.
           COMPUTE Dias-Calculo =
               FUNCTION INTEGER-OF-DATE(Fecha-Calculo)
               ON SIZE ERROR MOVE 0 TO Dias-Calculo
           END-COMPUTE.
           MOVE Hora-Calculo(1:2) TO Hora-Parte.
           MOVE Hora-Calculo(3:2) TO Minuto-Parte.
           MOVE Hora-Calculo(5:2) TO Segundo-Parte.
           COMPUTE Segundos-Calculo = Dias-Calculo * 86400
               + Hora-Parte * 3600 + Minuto-Parte * 60
               + Segundo-Parte.

       INFORME-VENTANA.
           PERFORM CARGAR-CONFIG-LOTE.
           DISPLAY "Noches a revisar (0 = " Noches-Reporte "): ".
           ACCEPT Noches-Pedidas.
           IF Noches-Pedidas > 0
               MOVE Noches-Pedidas TO Noches-Reporte
           END-IF.
           IF Noches-Reporte > 60
               MOVE 60 TO Noches-Reporte
           END-IF.
           DISPLAY "Hora de corte de la ventana HHMM (0 = "
               Hora-Corte "): ".
           ACCEPT Corte-Pedido.
           IF Corte-Pedido > 0 AND Corte-Pedido < 2400
               MOVE Corte-Pedido TO Hora-Corte
           END-IF.
           PERFORM CONTAR-CORRIDAS.
           IF Total-Corridas > Noches-Reporte
               COMPUTE Primera-Corrida =
                   Total-Corridas - Noches-Reporte + 1
           ELSE
               MOVE 1 TO Primera-Corrida
           END-IF.
           PERFORM VARYING PS-IDX FROM 1 BY 1 UNTIL PS-IDX > 20
               MOVE SPACES TO PS-NOMBRE(PS-IDX)
               MOVE "N" TO PS-PRESENTE(PS-IDX)
               MOVE SPACES TO PS-ALERTA(PS-IDX)
               MOVE ZEROS TO PS-NOCHES(PS-IDX)
               MOVE ZEROS TO PS-CREC-DURACION(PS-IDX)
               MOVE ZEROS TO PS-CREC-VOLUMEN(PS-IDX)
               PERFORM VARYING PN-IDX FROM 1 BY 1 UNTIL PN-IDX > 60
                   MOVE "N" TO PN-CORRIO(PS-IDX, PN-IDX)
                   MOVE ZEROS TO PN-DURACION(PS-IDX, PN-IDX)
                   MOVE ZEROS TO PN-LEIDOS(PS-IDX, PN-IDX)
               END-PERFORM
           END-PERFORM.
           PERFORM CARGAR-HISTORIA.
           PERFORM EVALUAR-NOCHES.
           PERFORM EVALUAR-PASOS.
           PERFORM ESCRIBIR-INFORME.
           DISPLAY "Reporte generado: VENTANALOTE.RPT".
           MOVE SPACES TO Audit-Entrada.
           STRING "VENTANA LOTE NOCHES=" Noches-Reporte
               " CORTE=" Hora-Corte
               DELIMITED BY SIZE INTO Audit-Entrada.
           MOVE SPACES TO Audit-Salida.
           STRING "ATRASADAS=" Noches-Atrasadas
               " PASOS EN ALERTA=" Pasos-En-Alerta
               DELIMITED BY SIZE INTO Audit-Salida.

       CARGAR-CONFIG-LOTE.
           OPEN INPUT LOTE-CONFIG-FILE.
           IF WS-Lotecfg-Status = "00"
               READ LOTE-CONFIG-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF LC-NOCHES > 0
                           MOVE LC-NOCHES TO Noches-Reporte
                       END-IF
                       IF LC-HORA-CORTE > 0 AND LC-HORA-CORTE < 2400
                           MOVE LC-HORA-CORTE TO Hora-Corte
                       END-IF
                       MOVE LC-TOLERANCIA TO Tolerancia
               END-READ
               CLOSE LOTE-CONFIG-FILE
           END-IF.

       CONTAR-CORRIDAS.
           MOVE ZEROS TO Total-Corridas.
           MOVE ZEROS TO Ultima-Corrida-Leida.
           MOVE "N" TO Fin-Archivo.
           OPEN INPUT LOTE-HIST-FILE.
           IF WS-Lotehist-Status = "00"
               PERFORM UNTIL Fin-Archivo = "Y"
                   READ LOTE-HIST-FILE
                       AT END
                           MOVE "Y" TO Fin-Archivo
                       NOT AT END
                           IF LH-CORRIDA NOT = Ultima-Corrida-Leida
                               ADD 1 TO Total-Corridas
                               MOVE LH-CORRIDA TO Ultima-Corrida-Leida
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LOTE-HIST-FILE
           ELSE
               DISPLAY "No hay LOTEHIST.DAT; sin historia del lote."
           END-IF.
           MOVE "N" TO Fin-Archivo.

       CARGAR-HISTORIA.
           MOVE ZEROS TO NOCHES-COUNT.
           MOVE ZEROS TO Orden-Corrida.
           MOVE ZEROS TO Ultima-Corrida-Leida.
           MOVE "N" TO Fin-Archivo.
           OPEN INPUT LOTE-HIST-FILE.
           IF WS-Lotehist-Status = "00"
               PERFORM UNTIL Fin-Archivo = "Y"
                   READ LOTE-HIST-FILE
                       AT END
                           MOVE "Y" TO Fin-Archivo
                       NOT AT END
                           PERFORM ACUMULAR-PASO-HISTORIA
                   END-READ
               END-PERFORM
               CLOSE LOTE-HIST-FILE
           END-IF.
           MOVE "N" TO Fin-Archivo.

       ACUMULAR-PASO-HISTORIA.
           IF LH-CORRIDA NOT = Ultima-Corrida-Leida
               ADD 1 TO Orden-Corrida
               MOVE LH-CORRIDA TO Ultima-Corrida-Leida
               IF Orden-Corrida >= Primera-Corrida
                   AND NOCHES-COUNT < 60
                   ADD 1 TO NOCHES-COUNT
                   SET NO-IDX TO NOCHES-COUNT
                   MOVE LH-CORRIDA TO NO-CORRIDA(NO-IDX)
                   MOVE LH-FECHA-INICIO TO NO-FECHA-INICIO(NO-IDX)
                   MOVE LH-HORA-INICIO TO NO-HORA-INICIO(NO-IDX)
                   MOVE ZEROS TO NO-FECHA-FIN(NO-IDX)
                   MOVE ZEROS TO NO-HORA-FIN(NO-IDX)
                   MOVE ZEROS TO NO-SEGUNDOS-FIN(NO-IDX)
                   MOVE ZEROS TO NO-PASOS(NO-IDX)
                   MOVE ZEROS TO NO-FALLAS(NO-IDX)
                   MOVE ZEROS TO NO-REINICIOS(NO-IDX)
                   MOVE "N" TO NO-ATRASADA(NO-IDX)
               END-IF
           END-IF.
           IF Orden-Corrida >= Primera-Corrida AND NOCHES-COUNT > 0
               SET NO-IDX TO NOCHES-COUNT
               ADD 1 TO NO-PASOS(NO-IDX)
               IF LH-CODIGO-RETORNO NOT = 0
                   ADD 1 TO NO-FALLAS(NO-IDX)
               END-IF
               IF LH-REINICIO = "S"
                   ADD 1 TO NO-REINICIOS(NO-IDX)
               END-IF
               MOVE LH-FECHA-FIN TO Fecha-Calculo
               MOVE LH-HORA-FIN TO Hora-Calculo
               PERFORM CALCULAR-SEGUNDOS
               IF Segundos-Calculo > NO-SEGUNDOS-FIN(NO-IDX)
                   MOVE Segundos-Calculo TO NO-SEGUNDOS-FIN(NO-IDX)
                   MOVE LH-FECHA-FIN TO NO-FECHA-FIN(NO-IDX)
                   MOVE LH-HORA-FIN TO NO-HORA-FIN(NO-IDX)
               END-IF
               IF LH-PASO > 0 AND LH-PASO <= 20
                   SET PS-IDX TO LH-PASO
                   SET PN-IDX TO NOCHES-COUNT
                   MOVE LH-NOMBRE TO PS-NOMBRE(PS-IDX)
                   MOVE "Y" TO PS-PRESENTE(PS-IDX)
                   MOVE "Y" TO PN-CORRIO(PS-IDX, PN-IDX)
                   ADD LH-DURACION TO PN-DURACION(PS-IDX, PN-IDX)
                   IF LH-CODIGO-RETORNO = 0
                       MOVE LH-LEIDOS TO PN-LEIDOS(PS-IDX, PN-IDX)
                   END-IF
               END-IF
           END-IF.

       EVALUAR-NOCHES.
           MOVE ZEROS TO Noches-Atrasadas.
           PERFORM VARYING NO-IDX FROM 1 BY 1
               UNTIL NO-IDX > NOCHES-COUNT
               MOVE NO-FECHA-INICIO(NO-IDX) TO Fecha-Calculo
               COMPUTE Hora-Calculo = Hora-Corte * 100
               PERFORM CALCULAR-SEGUNDOS
               MOVE Segundos-Calculo TO Segundos-Corte
               COMPUTE Hora-Parte = NO-HORA-INICIO(NO-IDX) / 10000
               COMPUTE Minuto-Parte = Hora-Corte / 100
               IF Hora-Parte >= Minuto-Parte
                   ADD 86400 TO Segundos-Corte
               END-IF
               IF NO-SEGUNDOS-FIN(NO-IDX) > Segundos-Corte
                   MOVE "Y" TO NO-ATRASADA(NO-IDX)
                   ADD 1 TO Noches-Atrasadas
               END-IF
           END-PERFORM.

       EVALUAR-PASOS.
           MOVE ZEROS TO Pasos-En-Alerta.
           PERFORM VARYING PS-IDX FROM 1 BY 1 UNTIL PS-IDX > 20
               IF PS-PRESENTE(PS-IDX) = "Y"
                   PERFORM EVALUAR-TENDENCIA-PASO
               END-IF
           END-PERFORM.

       EVALUAR-TENDENCIA-PASO.
           MOVE ZEROS TO Noches-Paso.
           PERFORM VARYING PN-IDX FROM 1 BY 1
               UNTIL PN-IDX > NOCHES-COUNT
               IF PN-CORRIO(PS-IDX, PN-IDX) = "Y"
                   ADD 1 TO Noches-Paso
               END-IF
           END-PERFORM.
           MOVE Noches-Paso TO PS-NOCHES(PS-IDX).
           MOVE ZEROS TO Crecimiento-Duracion.
           MOVE ZEROS TO Crecimiento-Volumen.
           IF Noches-Paso >= 4
               COMPUTE Mitad-Noches = Noches-Paso / 2
               MOVE ZEROS TO Contador-Noches
               MOVE ZEROS TO Duracion-Antes
               MOVE ZEROS TO Duracion-Despues
               MOVE ZEROS TO Volumen-Antes
               MOVE ZEROS TO Volumen-Despues
               MOVE ZEROS TO Noches-Antes
               MOVE ZEROS TO Noches-Despues
               PERFORM VARYING PN-IDX FROM 1 BY 1
                   UNTIL PN-IDX > NOCHES-COUNT
                   IF PN-CORRIO(PS-IDX, PN-IDX) = "Y"
                       ADD 1 TO Contador-Noches
                       IF Contador-Noches <= Mitad-Noches
                           ADD 1 TO Noches-Antes
                           ADD PN-DURACION(PS-IDX, PN-IDX)
                               TO Duracion-Antes
                           ADD PN-LEIDOS(PS-IDX, PN-IDX)
                               TO Volumen-Antes
                       ELSE
                           ADD 1 TO Noches-Despues
                           ADD PN-DURACION(PS-IDX, PN-IDX)
                               TO Duracion-Despues
                           ADD PN-LEIDOS(PS-IDX, PN-IDX)
                               TO Volumen-Despues
                       END-IF
                   END-IF
               END-PERFORM
               IF Duracion-Antes > 0
                   COMPUTE Crecimiento-Duracion ROUNDED =
                       (Duracion-Despues * Noches-Antes * 100)
                       / (Duracion-Antes * Noches-Despues)
                       ON SIZE ERROR MOVE 99999.99
                           TO Crecimiento-Duracion
                   END-COMPUTE
               END-IF
               IF Volumen-Antes > 0
                   COMPUTE Crecimiento-Volumen ROUNDED =
                       (Volumen-Despues * Noches-Antes * 100)
                       / (Volumen-Antes * Noches-Despues)
                       ON SIZE ERROR MOVE 99999.99
                           TO Crecimiento-Volumen
                   END-COMPUTE
               ELSE
                   MOVE 100 TO Crecimiento-Volumen
               END-IF
               MOVE Crecimiento-Duracion TO PS-CREC-DURACION(PS-IDX)
               MOVE Crecimiento-Volumen TO PS-CREC-VOLUMEN(PS-IDX)
               IF Duracion-Antes > 0
                   AND Crecimiento-Duracion >
                       Crecimiento-Volumen + Tolerancia
                   MOVE "CRECE MAS QUE SU VOLUMEN"
                       TO PS-ALERTA(PS-IDX)
                   ADD 1 TO Pasos-En-Alerta
               END-IF
           END-IF.

       ESCRIBIR-INFORME.
           OPEN OUTPUT VENTANA-LOTE-FILE.
           MOVE SPACES TO VENTANA-LOTE-LINEA.
           STRING "VENTANA DEL LOTE NOCTURNO - ULTIMAS " Noches-Reporte
               " NOCHES - CORTE " Hora-Corte
               " - TOLERANCIA " Tolerancia "%"
               DELIMITED BY SIZE INTO VENTANA-LOTE-LINEA.
           WRITE VENTANA-LOTE-LINEA.
           MOVE SPACES TO VENTANA-LOTE-LINEA.
           WRITE VENTANA-LOTE-LINEA.
           MOVE "NOCHES DEL LOTE" TO VENTANA-LOTE-LINEA.
           WRITE VENTANA-LOTE-LINEA.
           MOVE SPACES TO VENTANA-LOTE-LINEA.
           STRING "CORRIDA        INICIO          TERMINO         "
               "MINUTOS PASOS FALLAS REINICIOS"
               DELIMITED BY SIZE INTO VENTANA-LOTE-LINEA.
           WRITE VENTANA-LOTE-LINEA.
           DISPLAY "\n\n------ VENTANA DEL LOTE NOCTURNO ------".
           PERFORM VARYING NO-IDX FROM 1 BY 1
               UNTIL NO-IDX > NOCHES-COUNT
               PERFORM ESCRIBIR-NOCHE
           END-PERFORM.
           MOVE SPACES TO VENTANA-LOTE-LINEA.
           WRITE VENTANA-LOTE-LINEA.
           MOVE "DURACION POR PASO (SEGUNDOS) Y REGISTROS LEIDOS"
               TO VENTANA-LOTE-LINEA.
           WRITE VENTANA-LOTE-LINEA.
           PERFORM VARYING PS-IDX FROM 1 BY 1 UNTIL PS-IDX > 20
               IF PS-PRESENTE(PS-IDX) = "Y"
                   PERFORM ESCRIBIR-PASO
               END-IF
           END-PERFORM.
           MOVE SPACES TO VENTANA-LOTE-LINEA.
           WRITE VENTANA-LOTE-LINEA.
           MOVE "NOCHES TERMINADAS DESPUES DE LA HORA DE CORTE"
               TO VENTANA-LOTE-LINEA.
           WRITE VENTANA-LOTE-LINEA.
           PERFORM VARYING NO-IDX FROM 1 BY 1
               UNTIL NO-IDX > NOCHES-COUNT
               IF NO-ATRASADA(NO-IDX) = "Y"
                   MOVE SPACES TO VENTANA-LOTE-LINEA
                   STRING "  CORRIDA " NO-CORRIDA(NO-IDX)
                       " TERMINO " NO-FECHA-FIN(NO-IDX) " "
                       NO-HORA-FIN(NO-IDX)
                       DELIMITED BY SIZE INTO VENTANA-LOTE-LINEA
                   WRITE VENTANA-LOTE-LINEA
                   DISPLAY "Fuera de ventana: corrida "
                       NO-CORRIDA(NO-IDX) " termino "
                       NO-FECHA-FIN(NO-IDX) " " NO-HORA-FIN(NO-IDX)
               END-IF
           END-PERFORM.
           MOVE SPACES TO VENTANA-LOTE-LINEA.
           STRING "NOCHES REVISADAS " NOCHES-COUNT
               " FUERA DE VENTANA " Noches-Atrasadas
               " PASOS EN ALERTA " Pasos-En-Alerta
               DELIMITED BY SIZE INTO VENTANA-LOTE-LINEA.
           WRITE VENTANA-LOTE-LINEA.
           CLOSE VENTANA-LOTE-FILE.
           DISPLAY "Noches revisadas: " NOCHES-COUNT
               ", fuera de ventana: " Noches-Atrasadas
               ", pasos en alerta: " Pasos-En-Alerta.

       ESCRIBIR-NOCHE.
           MOVE NO-FECHA-INICIO(NO-IDX) TO Fecha-Calculo.
           MOVE NO-HORA-INICIO(NO-IDX) TO Hora-Calculo.
           PERFORM CALCULAR-SEGUNDOS.
           MOVE ZEROS TO Duracion-Total.
           IF NO-SEGUNDOS-FIN(NO-IDX) > Segundos-Calculo
               COMPUTE Duracion-Total ROUNDED =
                   (NO-SEGUNDOS-FIN(NO-IDX) - Segundos-Calculo) / 60
           END-IF.
           MOVE Duracion-Total TO Minutos-Desp.
           IF NO-ATRASADA(NO-IDX) = "Y"
               MOVE "FUERA DE VENTANA" TO Atrasada-Desp
           ELSE
               MOVE SPACES TO Atrasada-Desp
           END-IF.
           MOVE SPACES TO VENTANA-LOTE-LINEA.
           STRING NO-CORRIDA(NO-IDX) " "
               NO-FECHA-INICIO(NO-IDX) " " NO-HORA-INICIO(NO-IDX) " "
               NO-FECHA-FIN(NO-IDX) " " NO-HORA-FIN(NO-IDX) "   "
               Minutos-Desp "   " NO-PASOS(NO-IDX)
               "    " NO-FALLAS(NO-IDX)
               "       " NO-REINICIOS(NO-IDX) " " Atrasada-Desp
               DELIMITED BY SIZE INTO VENTANA-LOTE-LINEA.
           WRITE VENTANA-LOTE-LINEA.

       ESCRIBIR-PASO.
           MOVE SPACES TO VENTANA-LOTE-LINEA.
           SET Paso-Numero TO PS-IDX.
           STRING "PASO " Paso-Numero " " PS-NOMBRE(PS-IDX) " "
               PS-ALERTA(PS-IDX)
               DELIMITED BY SIZE INTO VENTANA-LOTE-LINEA.
           WRITE VENTANA-LOTE-LINEA.
           IF PS-ALERTA(PS-IDX) NOT = SPACES
               DISPLAY "Paso " Paso-Numero " " PS-NOMBRE(PS-IDX)
                   ": " PS-ALERTA(PS-IDX)
           END-IF.
           PERFORM VARYING PN-IDX FROM 1 BY 1
               UNTIL PN-IDX > NOCHES-COUNT
               IF PN-CORRIO(PS-IDX, PN-IDX) = "Y"
                   SET NO-IDX TO PN-IDX
                   MOVE PN-DURACION(PS-IDX, PN-IDX) TO Segundos-Desp
                   MOVE PN-LEIDOS(PS-IDX, PN-IDX) TO Leidos-Desp
                   MOVE SPACES TO VENTANA-LOTE-LINEA
                   STRING "    " NO-CORRIDA(NO-IDX) " SEG "
                       Segundos-Desp " LEIDOS " Leidos-Desp
                       DELIMITED BY SIZE INTO VENTANA-LOTE-LINEA
                   WRITE VENTANA-LOTE-LINEA
               END-IF
           END-PERFORM.
           IF PS-NOCHES(PS-IDX) >= 4
               MOVE PS-CREC-DURACION(PS-IDX) TO Crec-Desp-1
               MOVE PS-CREC-VOLUMEN(PS-IDX) TO Crec-Desp-2
               MOVE SPACES TO VENTANA-LOTE-LINEA
               STRING "    TENDENCIA: DURACION " Crec-Desp-1
                   "% VOLUMEN " Crec-Desp-2
                   "% (SEGUNDA MITAD SOBRE PRIMERA)"
                   DELIMITED BY SIZE INTO VENTANA-LOTE-LINEA
               WRITE VENTANA-LOTE-LINEA
           END-IF.

       REGISTRAR-AUDITORIA.
           ACCEPT WS-Hora-Sistema FROM TIME.
           OPEN EXTEND AUDITORIA-FILE.
           IF WS-Auditoria-Status = "35"
               OPEN OUTPUT AUDITORIA-FILE
               CLOSE AUDITORIA-FILE
               OPEN EXTEND AUDITORIA-FILE
           END-IF.
           MOVE "HISTORIA-LOTE" TO AU-PROGRAMA.
           MOVE WS-Fecha-Sistema TO AU-FECHA.
           MOVE WS-Hora-Sistema TO AU-HORA.
           MOVE Operador TO AU-OPERADOR.
           MOVE Audit-Entrada TO AU-ENTRADA.
           MOVE Audit-Salida TO AU-SALIDA.
           WRITE AUDITORIA-RECORD.
           CLOSE AUDITORIA-FILE.
