       01 DCLNOMFIN.
           05 FN-EMP-ID           PIC X(06).
           05 FN-FECHA-BAJA       PIC X(10).
           05 FN-FECHA-PAGO       PIC X(10).
           05 FN-FECHA-ULT-PAGO   PIC X(10).
           05 FN-SALARIO-DIARIO   PIC S9(07)V99 COMP-3.
           05 FN-DIAS-PENDIENTES  PIC S9(04) COMP.
           05 FN-MONTO-DIAS       PIC S9(07)V99 COMP-3.
           05 FN-DIAS-AGUINALDO   PIC S9(04) COMP.
           05 FN-MONTO-AGUINALDO  PIC S9(07)V99 COMP-3.
           05 FN-DIAS-VACACIONES  PIC S9(04) COMP.
           05 FN-MONTO-VACACIONES PIC S9(07)V99 COMP-3.
           05 FN-MONTO-PRIMA      PIC S9(07)V99 COMP-3.
           05 FN-MONTO-FONDO      PIC S9(07)V99 COMP-3.
           05 FN-BRUTO            PIC S9(07)V99 COMP-3.
           05 FN-ISR              PIC S9(07)V99 COMP-3.
           05 FN-SEGURO           PIC S9(07)V99 COMP-3.
           05 FN-OTRAS-DEDUC      PIC S9(07)V99 COMP-3.
           05 FN-NETO             PIC S9(07)V99 COMP-3.
           05 FN-VIA              PIC X(01).
           05 FN-ESTADO           PIC X(01).
           05 FN-USUARIO          PIC X(08).
           05 FN-FECHA-CALCULO    PIC X(26).
