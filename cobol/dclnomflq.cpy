       01 DCLNOMFLQ.
           05 FL-EMP-ID           PIC X(06).
           05 FL-FECHA-PAGO       PIC X(10).
           05 FL-TIPO             PIC X(01).
           05 FL-APORTE-EMPLEADO  PIC S9(07)V99 COMP-3.
           05 FL-APORTE-PATRON    PIC S9(07)V99 COMP-3.
           05 FL-INTERES          PIC S9(07)V99 COMP-3.
           05 FL-TOTAL            PIC S9(07)V99 COMP-3.
           05 FL-EXENTO           PIC S9(07)V99 COMP-3.
           05 FL-GRAVADO          PIC S9(07)V99 COMP-3.
           05 FL-ISR              PIC S9(07)V99 COMP-3.
           05 FL-NETO             PIC S9(07)V99 COMP-3.
           05 FL-ESTADO           PIC X(01).
           05 FL-USUARIO          PIC X(08).
           05 FL-FECHA-CALCULO    PIC X(26).
