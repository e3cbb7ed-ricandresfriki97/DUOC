       01 Dup-Fecha       PIC 9(8) VALUE 0.
       01 Dup-Hora        PIC 99 VALUE 0.
       01 Dup-Plaza       PIC X(3) VALUE SPACES.
       01 Dup-Pista       PIC 99 VALUE 0.
       01 WS-Duplicados-Status PIC XX VALUE "00".
       01 WS-Duptmp-Status     PIC XX VALUE "00".
       01 WS-Tagtxn-Status     PIC XX VALUE "00".
                                   MOVE DP-FECHA-CRUCE TO Dup-Fecha
                                   MOVE DP-HORA-CRUCE TO Dup-Hora
                                   MOVE DP-PLAZA TO Dup-Plaza
                                   MOVE DP-PISTA TO Dup-Pista
                               ELSE
                                   DISPLAY "Duplicado "
                                       Numero-Buscado
           MOVE Dup-Fecha TO TT-FECHA-CRUCE.
           MOVE Dup-Hora TO TT-HORA-CRUCE.
           MOVE Dup-Plaza TO TT-PLAZA.
           MOVE Dup-Pista TO TT-PISTA.
           WRITE TAG-TRANS-RECORD.
           CLOSE TAG-TRANS-FILE.

