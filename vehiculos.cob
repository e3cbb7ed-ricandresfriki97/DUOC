       01 Cuenta-Vehiculo  PIC X(6) VALUE SPACES.
       01 Categoria-Vehiculo PIC X(10) VALUE SPACES.
       01 Estado-Vehiculo  PIC X VALUE "A".
       01 Centro-Costo     PIC X(10) VALUE SPACES.
       01 WS-Tope-Input    PIC X(15) VALUE SPACES.
       01 Tope-Mensual     PIC 9(7) VALUE 0.
       01 Vehiculo-Encontrado PIC X VALUE "N".
       01 WS-Vehiculos-Status PIC XX VALUE "00".
       01 WS-Auditoria-Status PIC XX VALUE "00".
           ACCEPT Categoria-Vehiculo.
           DISPLAY "Estado (A = Activo, I = Inactivo): ".
           ACCEPT Estado-Vehiculo.
           DISPLAY "Centro de costo (flota; blanco = ninguno): ".
           ACCEPT Centro-Costo.
           DISPLAY "Tope mensual del vehiculo (0 = sin tope): ".
           ACCEPT WS-Tope-Input.
           COMPUTE Tope-Mensual = FUNCTION NUMVAL(WS-Tope-Input).
           MOVE Patente-Vehiculo TO VH-PATENTE.
           MOVE Cuenta-Vehiculo TO VH-CUENTA-ID.
           MOVE Categoria-Vehiculo TO VH-CATEGORIA.
           MOVE Estado-Vehiculo TO VH-ESTADO.
           MOVE Centro-Costo TO VH-CENTRO-COSTO.
           MOVE Tope-Mensual TO VH-TOPE-MENSUAL.
           IF Vehiculo-Encontrado = "Y"
               REWRITE VEHICULO-RECORD
           ELSE
           DISPLAY "Cuenta TAG: " VH-CUENTA-ID.
           DISPLAY "Categoria: " VH-CATEGORIA.
           DISPLAY "Estado: " VH-ESTADO.
           DISPLAY "Centro de costo: " VH-CENTRO-COSTO.
           DISPLAY "Tope mensual: $" VH-TOPE-MENSUAL.
