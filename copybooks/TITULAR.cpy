       01  TITULAR-RECORD.
           05  TI-CUENTA-ID      PIC X(6).
           05  TI-NOMBRE         PIC X(30).
           05  TI-RUT            PIC X(10).
           05  TI-EMAIL          PIC X(40).
           05  TI-TELEFONO       PIC X(12).
           05  TI-DIRECCION      PIC X(40).
           05  TI-ACEPTA-EMAIL   PIC X.
           05  TI-ACEPTA-SMS     PIC X.
           05  TI-AVISO-SALDO    PIC X.
           05  TI-AVISO-ESTADO   PIC X.
           05  TI-AVISO-PAGO     PIC X.
           05  TI-AVISO-PAC      PIC X.
           05  TI-ULT-ALERTA     PIC X.
           05  TI-FECHA-AVISO-CORTE PIC 9(8).
           05  TI-FECHA-ALTA     PIC 9(8).
