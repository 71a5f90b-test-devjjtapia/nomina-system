       01 DCLNOMVMV.
           05 VM-EMP-ID           PIC X(06).
           05 VM-FECHA-PAGO       PIC X(10).
           05 VM-ORIGEN           PIC X(01).
           05 VM-ANIO-SERVICIO    PIC S9(04) COMP.
           05 VM-DIAS             PIC S9(04) COMP.
           05 VM-SALARIO-DIARIO   PIC S9(07)V99 COMP-3.
           05 VM-PRIMA-MONTO      PIC S9(07)V99 COMP-3.
           05 VM-ESTADO           PIC X(01).
           05 VM-USUARIO          PIC X(08).
           05 VM-FECHA-CAPTURA    PIC X(26).
