       01 DCLNOMSAU.
           05 SU-EMP-ID           PIC X(06).
           05 SU-VIGENCIA-DESDE   PIC X(10).
           05 SU-SALARIO-BASE     PIC S9(08)V99 COMP-3.
           05 SU-ESTADO           PIC X(01).
           05 SU-RETRO            PIC X(01).
           05 SU-CAPTURADO-POR    PIC X(08).
           05 SU-APROBADO-POR     PIC X(08).
           05 SU-FECHA-CAPTURA    PIC X(26).
           05 SU-FECHA-APROBACION PIC X(26).
