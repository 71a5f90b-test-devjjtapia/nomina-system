       01 DCLNOMFDD.
           05 FX-EMP-ID           PIC X(06).
           05 FX-FECHA-PAGO       PIC X(10).
           05 FX-DED-CODIGO       PIC X(03).
           05 FX-MONTO            PIC S9(07)V99 COMP-3.
           05 FX-MONTO-SALDO      PIC S9(07)V99 COMP-3.
           05 FX-MONTO-ATRASO     PIC S9(07)V99 COMP-3.
           05 FX-LIQUIDA          PIC X(01).
