       01 DCLNOMFMV.
           05 FM-EMP-ID           PIC X(06).
           05 FM-FECHA-MOV        PIC X(10).
           05 FM-TIPO-MOV         PIC X(01).
           05 FM-MONTO-EMPLEADO   PIC S9(07)V99 COMP-3.
           05 FM-MONTO-PATRON     PIC S9(07)V99 COMP-3.
           05 FM-MONTO-INTERES    PIC S9(07)V99 COMP-3.
           05 FM-USUARIO          PIC X(08).
           05 FM-FECHA-REGISTRO   PIC X(26).
