           05  ML-CUOCIENTE      PIC S9(7)V99.
           05  ML-RESTO          PIC S9(7)V99.
           05  ML-POTENCIA       PIC S9(9)V99.
           05  ML-TIPO-REG       PIC X.
           05  ML-SOLICITUD      PIC X(10).
           05  ML-CAPITAL        PIC S9(9)V99.
           05  ML-TASA           PIC 9(2)V9(4).
           05  ML-CUOTAS         PIC 9(3).
           05  ML-FECHA-PRIMERA  PIC 9(8).
           05  ML-CUOTA-FIJA     PIC S9(9)V99.
           05  ML-INTERES-FRANCES PIC S9(11)V99.
           05  ML-INTERES-ALEMAN PIC S9(11)V99.
