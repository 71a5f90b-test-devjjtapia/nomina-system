       01 DCLNOMDIS.
           05 DI-EMP-ID           PIC X(06).
           05 DI-VIGENCIA-DESDE   PIC X(10).
           05 DI-DEPTO            PIC X(03).
           05 DI-PORCENTAJE       PIC S9(03)V99 COMP-3.
           05 DI-CAPTURADO-POR    PIC X(08).
           05 DI-FECHA-CAPTURA    PIC X(26).
