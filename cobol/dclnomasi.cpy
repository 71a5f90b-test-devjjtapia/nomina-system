       01 DCLNOMASI.
           05 AS-EMP-ID           PIC X(06).
           05 AS-FECHA-PAGO       PIC X(10).
           05 AS-HORAS-TRABAJADAS PIC S9(03)V99 COMP-3.
           05 AS-HORAS-EXTRA      PIC S9(03)V99 COMP-3.
           05 AS-HORAS-DOBLES     PIC S9(03)V99 COMP-3.
           05 AS-HORAS-TRIPLES    PIC S9(03)V99 COMP-3.
           05 AS-DIAS-FALTA       PIC S9(04) COMP.
           05 AS-DIAS-INCAPACIDAD PIC S9(04) COMP.
           05 AS-SALARIO-HORA     PIC S9(06)V99 COMP-3.
           05 AS-IMPORTE-EXTRA    PIC S9(08)V99 COMP-3.
           05 AS-IMPORTE-FALTAS   PIC S9(08)V99 COMP-3.
           05 AS-FECHA-CARGA      PIC X(26).
           05 AS-DIAS-VACACIONES  PIC S9(04) COMP.
