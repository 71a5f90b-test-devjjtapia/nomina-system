       01 DCLNOMDEV.
           05 DV-MES              PIC X(07).
           05 DV-DEPTO            PIC X(03).
           05 DV-FECHA-BASE       PIC X(10).
           05 DV-DIAS             PIC S9(04) COMP.
           05 DV-SALARIO          PIC S9(09)V99 COMP-3.
           05 DV-PATRONAL         PIC S9(09)V99 COMP-3.
           05 DV-PROV-VACACIONES  PIC S9(09)V99 COMP-3.
           05 DV-PROV-AGUINALDO   PIC S9(09)V99 COMP-3.
           05 DV-FECHA-REAL       PIC X(10).
           05 DV-REAL-SALARIO     PIC S9(09)V99 COMP-3.
           05 DV-REAL-PATRONAL    PIC S9(09)V99 COMP-3.
           05 DV-ESTADO           PIC X(01).
           05 DV-FECHA-CALCULO    PIC X(26).
           05 DV-EMPRESA          PIC X(03).
