           05 PT-APORTE-SEGURO    PIC S9(07)V99 COMP-3.
           05 PT-IMPUESTO-NOMINA  PIC S9(07)V99 COMP-3.
           05 PT-TOTAL-PATRONAL   PIC S9(07)V99 COMP-3.
           05 PT-APORTE-FONDO     PIC S9(07)V99 COMP-3.
           05 PT-EMPRESA          PIC X(03).
