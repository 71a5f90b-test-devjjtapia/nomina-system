       01 DCLNOMVAC.
           05 VA-EMP-ID           PIC X(06).
           05 VA-ANIO-SERVICIO    PIC S9(04) COMP.
           05 VA-FECHA-ANIVERSARIO PIC X(10).
           05 VA-DIAS-OTORGADOS   PIC S9(04) COMP.
           05 VA-DIAS-TOMADOS     PIC S9(04) COMP.
           05 VA-FECHA-VENCE      PIC X(10).
           05 VA-ESTADO           PIC X(01).
           05 VA-FECHA-OTORGA     PIC X(26).
