           05 YT-DEDUCCIONES       PIC S9(09)V99 COMP-3.
           05 YT-SALARIO-NETO      PIC S9(09)V99 COMP-3.
           05 YT-ULTIMA-FECHA-PAGO PIC X(10).
           05 YT-PRIMA-VAC         PIC S9(09)V99 COMP-3.
